000100 PROCESS DYNAM,NAME,PGMNAME(COMPAT)                               00000100
000200 PROCESS ADV,AWO,NOC(W),FSRT,FLAG(I,I)                            00000200
000300 PROCESS INTDATE(ANSI),LANG(EN),LIB,LIST,MAP                      00000300
000400 PROCESS NONUM,NUMPROC(PFD),OBJ,APOST                             00000400
000500 PROCESS RENT,NOSEQ,SOURCE,NOSSRANGE,                             00000500
000600 PROCESS NOTERM,NOTEST,VBREF,                                     00000600
000700 PROCESS XREF(FULL),ZWB,FASTSRT,AR(E)                             00000700
000800 ID DIVISION.                                                     00000800
000900 PROGRAM-ID. 'TESTCB50'.                                          00000900
001000 AUTHOR. JOHN MCKOWN.                                             00001000
001100 INSTALLATION. CBT Tape.                                          00001100
001200 DATE-WRITTEN.                                                    00001200
001300 DATE-COMPILED.                                                   00001300
001400 SECURITY. NONE.                                                  00001400
001500*                                                                 00001500
001600* This program is the dormant-record aging report and the         00001600
001700* dormancy flagging run. Every row of the table is aged by        00001700
001770* its latest activity: the newest AUDIT_LOG entry any audited     00001770
001840* job wrote for its ID (under the table or its _CONTACT           00001840
001910* table), whether a load (TESTCOB1, TESTCOB4), maintenance        00001910
001980* (TESTCOB8), repricing (TESTCB26), an approval (TESTCB37) or     00001980
002050* any other, or, for a row no audited job has touched, its        00002050
002120* BUSINESS_DATE. The age as of ASOFDATE puts it in the 0-1,       00002120
002200* 1-2, 2-5 or over 5 year bucket; a row                           00002200
002300* with neither is UNDATED. REPORT1 gives the count and the        00002300
002400* amount total of each bucket.                                    00002400
002500*                                                                 00002500
002600* The dormancy limit is the DORMANTYEARS keyword of               00002600
002700* SYSTEM_PARMS (whole years, 1 to 99, maintained by               00002700
002800* TESTCB33). A row with no activity for that many years is        00002800
002900* dormant. Dormant rows stay where they are: the DORMANT          00002900
003000* status table records the table name and ID of each, with        00003000
003100* its last activity, its amount and when and by which job         00003100
003200* it was flagged, so that TESTCB15 can leave them out of          00003200
003300* the month-end summary and TESTCB32 can export them apart.       00003300
003400*                                                                 00003400
003500* In UPDATE mode, in one transaction:                             00003500
003600*   - each row past the limit not already dormant is              00003600
003700*     recorded in DORMANT, audited in AUDIT_LOG as                00003700
003800*     operation DORMANT under table name DORMANT;                 00003800
003900*   - each dormant row with newer activity than the limit         00003900
004000*     (a change applied by a job that does not reactivate,        00004000
004100*     such as TESTCB37) is reactivated, audited as                00004100
004200*     operation REACTIVATE;                                       00004200
004300*   - the reactivation report lists every reactivated row,        00004300
004400*     whether TESTCOB4 and TESTCOB8 reactivated it when they      00004400
004500*     touched its ID or this run did, and then clears them        00004500
004600*     from DORMANT (the REACTIVATE audit keeps the history).      00004600
004700* REPORT mode makes the same report and lists what UPDATE         00004700
004800* mode would flag and reactivate, without changing                00004800
004900* anything; the data base is opened read-only.                    00004900
005000*                                                                 00005000
005100* The step ends RC=4 in UPDATE mode when DORMANTYEARS is not      00005100
005200* set (nothing is flagged) and in either mode when it is not      00005200
005300* a number of years, RC=16 when the PARM is in error or the       00005300
005400* data base fails.                                                00005400
005500*                                                                 00005500
005600* PARM value is 4 positional comma delimited fields:              00005600
005700*     DBPATH,TABLENAME,MODE,ASOFDATE                              00005700
005800* MODE is REPORT (the default) or UPDATE. ASOFDATE is             00005800
005900* YYYYMMDD, the run date when omitted.                            00005900
006000*                                                                 00006000
006100 ENVIRONMENT DIVISION.                                            00006100
006200 CONFIGURATION SECTION.                                           00006200
006300 SOURCE-COMPUTER. IBM-370.                                        00006300
006400 OBJECT-COMPUTER. IBM-370.                                        00006400
006500 SPECIAL-NAMES.                                                   00006500
006600 INPUT-OUTPUT SECTION.                                            00006600
006700 FILE-CONTROL.                                                    00006700
006800     SELECT REPORT1-FD ASSIGN TO REPORT1                          00006800
006900         ORGANIZATION IS SEQUENTIAL.                              00006900
007000 I-O-CONTROL.                                                     00007000
007100     APPLY WRITE-ONLY ON REPORT1-FD.                              00007100
007200*                                                                 00007200
007300 DATA DIVISION.                                                   00007300
007400 FILE SECTION.                                                    00007400
007500 FD  REPORT1-FD                                                   00007500
007600     RECORDING MODE IS F                                          00007600
007700     LABEL RECORDS ARE STANDARD.                                  00007700
007800 01  REPORT1-RECORD          PIC X(132).                          00007800
007900*                                                                 00007900
008000 WORKING-STORAGE SECTION.                                         00008000
008100 COPY COBSQLTE .                                                  00008100
008200 01  LE-FC.                                                       00008200
008300     02  CONDITION-TOKEN-VALUE.                                   00008300
008400     COPY  CEEIGZCT.                                              00008400
008500         03  CASE-1-CONDITION-ID.                                 00008500
008600             04  SEVERITY    PIC S9(4) BINARY.                    00008600
008700             04  MSG-NO      PIC S9(4) BINARY.                    00008700
008800         03  CASE-2-CONDITION-ID                                  00008800
008900                   REDEFINES CASE-1-CONDITION-ID.                 00008900
009000             04  CLASS-CODE  PIC S9(4) BINARY.                    00009000
009100             04  CAUSE-CODE  PIC S9(4) BINARY.                    00009100
009200         03  CASE-SEV-CTL    PIC X.                               00009200
009300         03  FACILITY-ID     PIC XXX.                             00009300
009400     02  I-S-INFO            PIC S9(9) BINARY.                    00009400
009500*                                                                 00009500
009600* CEEDAYS checks a date and gives its Lilian day number;          00009600
009700* CEEDATE turns a Lilian day back into a date, the same LE        00009700
009800* date services TESTCB24 and TESTCB36 use.                        00009800
009900*                                                                 00009900
010000 01  WS-CEEDAYS-INPUT.                                            00010000
010100     05  WS-CEEDAYS-IN-LEN   PIC S9(4) COMP-5                     00010100
010200                             VALUE IS 8.                          00010200
010300     05  WS-CEEDAYS-IN-STR   PIC X(8).                            00010300
010400 01  WS-DATE-PICTURE.                                             00010400
010500     05  WS-DATE-PICT-LEN    PIC S9(4) COMP-5                     00010500
010600                             VALUE IS 8.                          00010600
010700     05  WS-DATE-PICT-STR    PIC X(8)                             00010700
010800                             VALUE IS 'YYYYMMDD'.                 00010800
010900 77  WS-DATE-OUTPUT          PIC X(80).                           00010900
011000*                                                                 00011000
011100* The age buckets, their totals, and the summary line.            00011100
011200*                                                                 00011200
011300 01  WS-BUCKET-LABEL-VALUES.                                      00011300
011400     05  FILLER              PIC X(12)                            00011400
011500         VALUE IS '0-1 YEARS'.                                    00011500
011600     05  FILLER              PIC X(12)                            00011600
011700         VALUE IS '1-2 YEARS'.                                    00011700
011800     05  FILLER              PIC X(12)                            00011800
011900         VALUE IS '2-5 YEARS'.                                    00011900
012000     05  FILLER              PIC X(12)                            00012000
012100         VALUE IS 'OVER 5 YEARS'.                                 00012100
012200     05  FILLER              PIC X(12)                            00012200
012300         VALUE IS 'UNDATED'.                                      00012300
012400 01  WS-BUCKET-LABELS REDEFINES WS-BUCKET-LABEL-VALUES.           00012400
012500     05  WS-BKT-LABEL        PIC X(12) OCCURS 5 TIMES.            00012500
012600 01  WS-BUCKET-TOTALS.                                            00012600
012700     05  WS-BKT-TOTAL OCCURS 5 TIMES.                             00012700
012800         10  WS-BKT-COUNT    PIC S9(9) COMP-5.                    00012800
012900         10  WS-BKT-AMOUNT   PIC S9(13)V99 COMP-3.                00012900
013000 77  WS-BKT-I                PIC S9(4) COMP-5.                    00013000
013100 77  WS-BKT-MAX              PIC S9(4) COMP-5                     00013100
013200                             VALUE IS 5.                          00013200
013300 01  WS-BUCKET-LINE.                                              00013300
013400     05  WS-BL-BUCKET        PIC X(12).                           00013400
013500     05  FILLER              PIC X(2).                            00013500
013600     05  WS-BL-COUNT         PIC Z(8)9.                           00013600
013700     05  FILLER              PIC X(2).                            00013700
013800     05  WS-BL-AMOUNT        PIC -(12)9.99.                       00013800
013900 01  WS-BUCKET-HEADER.                                            00013900
014000     05  FILLER              PIC X(12)                            00014000
014100         VALUE IS 'AGE'.                                          00014100
014200     05  FILLER              PIC X(2)                             00014200
014300         VALUE IS SPACES.                                         00014300
014400     05  FILLER              PIC X(9)                             00014400
014500         VALUE IS '     ROWS'.                                    00014500
014600     05  FILLER              PIC X(2)                             00014600
014700         VALUE IS SPACES.                                         00014700
014800     05  FILLER              PIC X(16)                            00014800
014900         VALUE IS '          AMOUNT'.                             00014900
015000*                                                                 00015000
015100* One row flagged or reactivated by the aging pass, and its       00015100
015200* column headings.                                                00015200
015300*                                                                 00015300
015400 01  WS-AGING-LINE.                                               00015400
015500     05  WS-AL-ID            PIC Z(8)9.                           00015500
015600     05  FILLER              PIC X(2).                            00015600
015700     05  WS-AL-NAME          PIC X(40).                           00015700
015800     05  FILLER              PIC X(2).                            00015800
015900     05  WS-AL-AMOUNT        PIC -(8)9.99.                        00015900
016000     05  FILLER              PIC X(2).                            00016000
016100     05  WS-AL-LAST          PIC X(8).                            00016100
016200     05  FILLER              PIC X(2).                            00016200
016300     05  WS-AL-BUCKET        PIC X(12).                           00016300
016400     05  FILLER              PIC X(2).                            00016400
016500     05  WS-AL-ACTION        PIC X(20).                           00016500
016600 01  WS-AGING-HEADER.                                             00016600
016700     05  FILLER              PIC X(9)                             00016700
016800         VALUE IS '       ID'.                                    00016800
016900     05  FILLER              PIC X(2)                             00016900
017000         VALUE IS SPACES.                                         00017000
017100     05  FILLER              PIC X(40)                            00017100
017200         VALUE IS 'NAME'.                                         00017200
017300     05  FILLER              PIC X(2)                             00017300
017400         VALUE IS SPACES.                                         00017400
017500     05  FILLER              PIC X(12)                            00017500
017600         VALUE IS '      AMOUNT'.                                 00017600
017700     05  FILLER              PIC X(2)                             00017700
017800         VALUE IS SPACES.                                         00017800
017900     05  FILLER              PIC X(8)                             00017900
018000         VALUE IS 'LAST ACT'.                                     00018000
018100     05  FILLER              PIC X(2)                             00018100
018200         VALUE IS SPACES.                                         00018200
018300     05  FILLER              PIC X(12)                            00018300
018400         VALUE IS 'AGE'.                                          00018400
018500     05  FILLER              PIC X(2)                             00018500
018600         VALUE IS SPACES.                                         00018600
018700     05  FILLER              PIC X(20)                            00018700
018800         VALUE IS 'ACTION'.                                       00018800
018900*                                                                 00018900
019000* One reactivated row of the reactivation report, and its         00019000
019100* column headings.                                                00019100
019200*                                                                 00019200
019300 01  WS-REACT-LINE.                                               00019300
019400     05  WS-RL-ID            PIC Z(8)9.                           00019400
019500     05  FILLER              PIC X(2).                            00019500
019600     05  WS-RL-LAST          PIC X(8).                            00019600
019700     05  FILLER              PIC X(2).                            00019700
019800     05  WS-RL-DORMANT       PIC X(8).                            00019800
019900     05  FILLER              PIC X(2).                            00019900
020000     05  WS-RL-DORMANT-JOB   PIC X(8).                            00020000
020100     05  FILLER              PIC X(2).                            00020100
020200     05  WS-RL-REACT-DATE    PIC X(8).                            00020200
020300     05  FILLER              PIC X(2).                            00020300
020400     05  WS-RL-REACT-BY      PIC X(8).                            00020400
020500     05  FILLER              PIC X(2).                            00020500
020600     05  WS-RL-REACT-JOB     PIC X(8).                            00020600
020700 01  WS-REACT-HEADER.                                             00020700
020800     05  FILLER              PIC X(9)                             00020800
020900         VALUE IS '       ID'.                                    00020900
021000     05  FILLER              PIC X(2)                             00021000
021100         VALUE IS SPACES.                                         00021100
021200     05  FILLER              PIC X(8)                             00021200
021300         VALUE IS 'LAST ACT'.                                     00021300
021400     05  FILLER              PIC X(2)                             00021400
021500         VALUE IS SPACES.                                         00021500
021600     05  FILLER              PIC X(8)                             00021600
021700         VALUE IS 'DORMANT'.                                      00021700
021800     05  FILLER              PIC X(2)                             00021800
021900         VALUE IS SPACES.                                         00021900
022000     05  FILLER              PIC X(8)                             00022000
022100         VALUE IS 'BY JOB'.                                       00022100
022200     05  FILLER              PIC X(2)                             00022200
022300         VALUE IS SPACES.                                         00022300
022400     05  FILLER              PIC X(8)                             00022400
022500         VALUE IS 'ACTIVE'.                                       00022500
022600     05  FILLER              PIC X(2)                             00022600
022700         VALUE IS SPACES.                                         00022700
022800     05  FILLER              PIC X(8)                             00022800
022900         VALUE IS 'BY PGM'.                                       00022900
023000     05  FILLER              PIC X(2)                             00023000
023100         VALUE IS SPACES.                                         00023100
023200     05  FILLER              PIC X(8)                             00023200
023300         VALUE IS 'BY JOB'.                                       00023300
023400*                                                                 00023400
023500 LOCAL-STORAGE SECTION.                                           00023500
023600 01  LS-FULLWORD-RETURN.                                          00023600
023700     05  LS-LIBVERSION-POINTER   POINTER.                         00023700
023800     05  LS-LIBVERSION-BINVALUE  REDEFINES LS-LIBVERSION-POINTER  00023800
023900                                 PIC S9(9) COMP-5.                00023900
024000 77  LS-LIBVERSION-LENGTH    PIC S9(9) COMP-5                     00024000
024100        VALUE IS 0.                                               00024100
024200 77  LS-DB                   USAGE IS POINTER.                    00024200
024300 77  LS-WORK-STMT            USAGE IS POINTER.                    00024300
024400 77  LS-PREPARED-STMT        USAGE IS POINTER.                    00024400
024500 77  LS-FLAG-STMT            USAGE IS POINTER.                    00024500
024600 77  LS-REACT-STMT           USAGE IS POINTER.                    00024600
024700 77  LS-AUDIT-STMT           USAGE IS POINTER.                    00024700
024800 77  LS-SYSPARM-STMT         USAGE IS POINTER.                    00024800
024900 77  LS-COLUMN-POINTER       USAGE IS POINTER.                    00024900
025000 77  LS-COLUMN-NUMBER        PIC S9(9) COMP-5.                    00025000
025100 77  LS-COLUMN-INT           PIC S9(9) COMP-5.                    00025100
025200 77  LS-BIND-LENGTH          PIC S9(9) COMP-5.                    00025200
025300 77  LS-CHANGES              PIC S9(9) COMP-5.                    00025300
025400 77  LS-ZERO                 PIC S9(9) COMP-5                     00025400
025500                             VALUE IS ZERO.                       00025500
025600 77  LS-SQL-RC               PIC S9(9) COMP-5.                    00025600
025700 77  SQL-ZCHAR               PIC X(2000).                         00025700
025800 77  LS-MINUS-ONE            PIC S9(9) COMP-5                     00025800
025900        VALUE IS -1.                                              00025900
026000 77  LS-ONE                  PIC S9(9) COMP-5                     00026000
026100        VALUE IS 1.                                               00026100
026200 77  LS-TWO                  PIC S9(9) COMP-5                     00026200
026300        VALUE IS 2.                                               00026300
026400 77  LS-THREE                PIC S9(9) COMP-5                     00026400
026500        VALUE IS 3.                                               00026500
026600 77  LS-FOUR                 PIC S9(9) COMP-5                     00026600
026700        VALUE IS 4.                                               00026700
026800 77  LS-FIVE                 PIC S9(9) COMP-5                     00026800
026900        VALUE IS 5.                                               00026900
027000 77  LS-SIX                  PIC S9(9) COMP-5                     00027000
027100        VALUE IS 6.                                               00027100
027200 77  LS-OPEN-FLAGS           PIC S9(9) COMP-5.                    00027200
027300 77  LS-NULL                 POINTER VALUE IS NULL.               00027300
027400 77  LS-SQL-ERRCODE          PIC S9(9) COMP-5.                    00027400
027500 77  LS-ERRMSG-POINTER       USAGE IS POINTER.                    00027500
027600 77  WS-ERRMSG-TEXT          PIC X(255).                          00027600
027700 77  WS-ERRMSG-LEN           PIC S9(4) COMP-5.                    00027700
027800*                                                                 00027800
027900* Milliseconds SQLITE3-BUSY-TIMEOUT waits/retries internally      00027900
028000* before returning SQLITE-BUSY, so a transient lock from an       00028000
028100* overlapping batch window does not abend this job outright.      00028100
028200 77  LS-BUSY-TIMEOUT-MS      PIC S9(9) COMP-5                     00028200
028300        VALUE IS 5000.                                            00028300
028400*                                                                 00028400
028500* The PARM fields.                                                00028500
028600*                                                                 00028600
028700 77  WS-PARM-DBPATH          PIC X(255).                          00028700
028800 77  WS-PARM-TABLE           PIC X(30).                           00028800
028900 77  WS-PARM-MODE            PIC X(8).                            00028900
029000 77  WS-PARM-ASOF            PIC X(8).                            00029000
029100 77  WS-PARM-LEN             PIC S9(4) COMP-5.                    00029100
029200 77  WS-TABLE-NAME           PIC X(30)                            00029200
029300        VALUE IS 'LOADTAB'.                                       00029300
029400 77  WS-TABLE-NAME-LEN       PIC S9(4) COMP-5.                    00029400
029500 77  WS-CONTACT-NAME         PIC X(30).                           00029500
029600 77  WS-RUN-MODE             PIC X(8).                            00029600
029700     88  WS-UPDATE-MODE      VALUE IS 'UPDATE'.                   00029700
029800     88  WS-REPORT-MODE      VALUE IS 'REPORT'.                   00029800
029900 77  WS-ASOF-DATE            PIC X(8).                            00029900
030000 77  LS-DAY-LILIAN           PIC S9(9) COMP-5.                    00030000
030100 77  WS-DATE-OK-SWITCH       PIC X.                               00030100
030200     88  WS-DATE-OK          VALUE IS 'Y'.                        00030200
030300 77  WS-NUM-TEXT             PIC X(4).                            00030300
030400 77  WS-NUM-VALUE            PIC S9(9) COMP-5.                    00030400
030500 77  WS-NUM-OK-SWITCH        PIC X.                               00030500
030600     88  WS-NUM-OK           VALUE IS 'Y'.                        00030600
030700 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    00030700
030800 77  WS-PREP-LABEL           PIC X(20).                           00030800
030900 77  WS-PREP-OK-SWITCH       PIC X.                               00030900
031000     88  WS-PREP-OK          VALUE IS 'Y'.                        00031000
031100 77  WS-COL-VALUE            PIC X(80).                           00031100
031200 77  WS-COL-VALUE-LEN        PIC S9(4) COMP-5.                    00031200
031300*                                                                 00031300
031400* The bucket boundaries: ASOFDATE less 1, 2 and 5 years,          00031400
031500* and less the DORMANTYEARS limit. A 29 February that the         00031500
031600* earlier year does not have becomes the 28th.                    00031600
031700*                                                                 00031700
031800 01  WS-CUT-DATE.                                                 00031800
031900     05  WS-CUT-YYYY         PIC 9(4).                            00031900
032000     05  WS-CUT-MMDD         PIC X(4).                            00032000
032100 77  WS-CUT-YEARS            PIC S9(4) COMP-5.                    00032100
032200 77  WS-CUT-1-YEAR           PIC X(8).                            00032200
032300 77  WS-CUT-2-YEARS          PIC X(8).                            00032300
032400 77  WS-CUT-5-YEARS          PIC X(8).                            00032400
032500 77  WS-LIMIT-DATE           PIC X(8)                             00032500
032600                             VALUE IS SPACES.                     00032600
032700 77  WS-LIMIT-YEARS          PIC S9(4) COMP-5                     00032700
032800                             VALUE IS ZERO.                       00032800
032900 77  WS-LIMIT-SWITCH         PIC X                                00032900
033000                             VALUE IS 'N'.                        00033000
033100     88  WS-LIMIT-KNOWN      VALUE IS 'Y'.                        00033100
033200*                                                                 00033200
033300* The SYSTEM_PARMS lookup, the same one TESTCOB8 makes for        00033300
033400* its APPROVALAMT threshold.                                      00033400
033500*                                                                 00033500
033600 77  WS-SYSPARM-KEY          PIC X(20).                           00033600
033700 77  WS-SYSPARM-KEY-LEN      PIC S9(4) COMP-5.                    00033700
033800 77  WS-SYSPARM-VAL-LEN      PIC S9(4) COMP-5.                    00033800
033900 77  WS-SYSPARM-VALUE        PIC X(40).                           00033900
034000 77  WS-SYSPARM-FOUND-SWITCH PIC X.                               00034000
034100     88  WS-SYSPARM-FOUND    VALUE IS 'Y'.                        00034100
034200*                                                                 00034200
034300* Which of the tables the aging reads are on file; REPORT         00034300
034400* mode ages a data base no audited job or dormancy run has        00034400
034500* been at as well.                                                00034500
034600*                                                                 00034600
034700 77  WS-AUDIT-LOG-SWITCH     PIC X                                00034700
034800                             VALUE IS 'N'.                        00034800
034900     88  WS-AUDIT-LOG-FOUND  VALUE IS 'Y'.                        00034900
035000 77  WS-DORMANT-SWITCH       PIC X                                00035000
035100                             VALUE IS 'N'.                        00035100
035200     88  WS-DORMANT-FOUND    VALUE IS 'Y'.                        00035200
035300*                                                                 00035300
035400* The row being aged.                                             00035400
035500*                                                                 00035500
035600 77  WS-ROW-ID               PIC S9(9) COMP-5.                    00035600
035700 77  WS-ROW-ID-DISPLAY       PIC 9(9).                            00035700
035800 77  WS-ROW-NAME             PIC X(40).                           00035800
035900 77  WS-ROW-AMOUNT           PIC S9(11)V99.                       00035900
036000 77  LS-AMOUNT-HFP           USAGE COMP-2.                        00036000
036100 77  LS-AMOUNT-BFP           USAGE COMP-2.                        00036100
036200 77  WS-ROW-BUS-DATE         PIC X(8).                            00036200
036300 77  WS-ROW-LAST-DAY         PIC S9(9) COMP-5.                    00036300
036400 77  WS-ROW-STATUS           PIC X(12).                           00036400
036500 77  WS-LAST-ACTIVITY        PIC X(8).                            00036500
036600 77  WS-PAST-LIMIT-SWITCH    PIC X.                               00036600
036700     88  WS-PAST-LIMIT       VALUE IS 'Y'.                        00036700
036800*                                                                 00036800
036900* The run totals.                                                 00036900
037000*                                                                 00037000
037100 77  WS-ROW-COUNT            PIC S9(9) COMP-5                     00037100
037200                             VALUE IS ZERO.                       00037200
037300 77  WS-FLAGGED-COUNT        PIC S9(9) COMP-5                     00037300
037400                             VALUE IS ZERO.                       00037400
037500 77  WS-STILL-DORMANT-COUNT  PIC S9(9) COMP-5                     00037500
037600                             VALUE IS ZERO.                       00037600
037700 77  WS-ACTIVE-AGAIN-COUNT   PIC S9(9) COMP-5                     00037700
037800                             VALUE IS ZERO.                       00037800
037900 77  WS-REACTIVATED-COUNT    PIC S9(9) COMP-5                     00037900
038000                             VALUE IS ZERO.                       00038000
038100 77  WS-CLEARED-COUNT        PIC S9(9) COMP-5                     00038100
038200                             VALUE IS ZERO.                       00038200
038300 77  WS-TOTAL-AMOUNT         PIC S9(13)V99 COMP-3                 00038300
038400                             VALUE IS ZERO.                       00038400
038500 77  WS-COUNT-DISPLAY        PIC Z(8)9.                           00038500
038600*                                                                 00038600
038700* Fields supporting the AUDIT_LOG trail, the same                 00038700
038800* change-history convention TESTCOB4 and TESTCOB8 follow.         00038800
038900*                                                                 00038900
039000 77  LS-LILIAN               PIC S9(9) COMP-5.                    00039000
039100 77  LS-AUDIT-GMT-SECS       USAGE COMP-2.                        00039100
039200 77  WS-AUDIT-TABLE          PIC X(30).                           00039200
039300 77  WS-AUDIT-OP             PIC X(10).                           00039300
039400 77  WS-AUDIT-BEFORE         PIC X(75).                           00039400
039500 77  WS-AUDIT-AFTER          PIC X(75).                           00039500
039600 77  WS-AUDIT-BEFORE-PTR     PIC S9(4) COMP-5.                    00039600
039700 77  WS-AUDIT-AFTER-PTR      PIC S9(4) COMP-5.                    00039700
039800 77  LS-JPI-FUNC             PIC S9(9) COMP-5                     00039800
039900        VALUE IS 1.                                               00039900
040000 77  LS-JPI-BUFLEN           PIC S9(9) COMP-5                     00040000
040100        VALUE IS 8.                                               00040100
040200 77  LS-JPI-RETLEN           PIC S9(9) COMP-5.                    00040200
040300 77  WS-JOB-NAME             PIC X(8).                            00040300
040400*                                                                 00040400
040500* Fields supporting the paginated REPORT1 listing, the same       00040500
040600* heading/page-break convention TESTCB26 uses.                    00040600
040700*                                                                 00040700
040800 77  WS-REPORT-LINE          PIC X(132).                          00040800
040900 77  WS-RPT-PTR              PIC S9(4) COMP-5.                    00040900
041000 77  WS-RUN-DATE             PIC X(8).                            00041000
041100 77  WS-PAGE-COUNT           PIC S9(4) COMP-5                     00041100
041200                         VALUE IS ZERO.                           00041200
041300 77  WS-PAGE-NUM-DISPLAY     PIC Z(4)9.                           00041300
041400 77  WS-LINE-COUNT           PIC S9(4) COMP-5                     00041400
041500                         VALUE IS ZERO.                           00041500
041600 77  WS-LINES-PER-PAGE       PIC S9(4) COMP-5                     00041600
041700                         VALUE IS 60.                             00041700
041800 77  WS-LISTING-SWITCH       PIC X                                00041800
041900                             VALUE IS SPACE.                      00041900
042000     88  WS-LISTING-ACTIONS  VALUE IS 'A'.                        00042000
042100     88  WS-LISTING-BUCKETS  VALUE IS 'B'.                        00042100
042200     88  WS-LISTING-REACTIVATED VALUE IS 'R'.                     00042200
042300*                                                                 00042300
042400* The STEP_METRICS row this step leaves for the TESTCB45          00042400
042500* batch-window report: the CEEGMT start and end seconds, the      00042500
042600* rows the step processed, its business date and return code,     00042600
042700* and the data base the row goes into (LOW-VALUES when there      00042700
042800* is none, and then no row is written).                           00042800
042900*                                                                 00042900
043000 77  LS-METRICS-DB           USAGE IS POINTER.                    00043000
043100 77  LS-METRICS-STMT         USAGE IS POINTER.                    00043100
043200 77  LS-METRICS-NULL         POINTER VALUE IS NULL.               00043200
043300 77  LS-METRICS-RC           PIC S9(9) COMP-5.                    00043300
043400 77  LS-METRICS-FLAGS        PIC S9(9) COMP-5.                    00043400
043500 77  LS-METRICS-COL          PIC S9(9) COMP-5.                    00043500
043600 77  LS-METRICS-MINUS-ONE    PIC S9(9) COMP-5                     00043600
043700        VALUE IS -1.                                              00043700
043800 77  LS-METRICS-WAIT-MS      PIC S9(9) COMP-5                     00043800
043900        VALUE IS 5000.                                            00043900
044000 77  LS-METRICS-LILIAN       PIC S9(9) COMP-5.                    00044000
044100 77  LS-METRICS-START-SECS   USAGE COMP-2.                        00044100
044200 77  LS-METRICS-END-SECS     USAGE COMP-2.                        00044200
044300 77  LS-METRICS-TIME-BFP     USAGE COMP-2.                        00044300
044400 77  LS-METRICS-ROWS         PIC S9(9) COMP-5                     00044400
044500        VALUE IS ZERO.                                            00044500
044600 77  LS-METRICS-STEP-RC      PIC S9(9) COMP-5.                    00044600
044700 77  LS-METRICS-JPI-FUNC     PIC S9(9) COMP-5                     00044700
044800        VALUE IS 1.                                               00044800
044900 77  LS-METRICS-JPI-BUFLEN   PIC S9(9) COMP-5                     00044900
045000        VALUE IS 8.                                               00045000
045100 77  LS-METRICS-JPI-RETLEN   PIC S9(9) COMP-5.                    00045100
045200 77  WS-METRICS-JOB          PIC X(8).                            00045200
045300 77  WS-METRICS-STEP         PIC X(8)                             00045300
045400        VALUE IS 'TESTCB50'.                                      00045400
045500 77  WS-METRICS-DATE         PIC X(8)                             00045500
045600        VALUE IS SPACES.                                          00045600
045700 77  WS-METRICS-DBPATH       PIC X(320)                           00045700
045800        VALUE IS LOW-VALUES.                                      00045800
045900 77  WS-METRICS-SQL          PIC X(255).                          00045900
046000 77  WS-METRICS-PTR          PIC S9(4) COMP-5.                    00046000
046100 LINKAGE SECTION.                                                 00046100
046200 01  MVS-PARM.                                                    00046200
046300     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00046300
046400     05 MVS-PARM-VALUE       PIC X(32760).                        00046400
046500 77  LINKAGE-LIBVERSION      PIC X(101).                          00046500
046600 77  LINKAGE-COLUMN-TEXT     PIC X(1024).                         00046600
046700*  MVS-PARM-VALUE LENGTH IS REALLY ONLY THE NUMBER OF CHARACTERS  00046700
046800*  CONTAINED IN MVS-PARM-LENGTH. YOU NEED TO USE REFERENCE        00046800
046900*  MODIFICATION TO MAKE SURE YOU DON'T EXCEED THE ACTUAL LENGTH   00046900
047000*  PASSED TO THIS PROGRAM.                                        00047000
047100*                                                                 00047100
047200 PROCEDURE DIVISION USING MVS-PARM.                               00047200
047300 START-UP.                                                        00047300
047400     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       00047400
047500          LS-METRICS-START-SECS, LE-FC                            00047500
047600     CALL SQLITE3A USING SQLITE3-LIBVERSION                       00047600
047700          RETURNING LS-LIBVERSION-POINTER                         00047700
047800     END-CALL                                                     00047800
047900     IF LS-LIBVERSION-POINTER NOT EQUAL TO NULL THEN              00047900
048000        SET ADDRESS OF LINKAGE-LIBVERSION TO                      00048000
048100            LS-LIBVERSION-POINTER                                 00048100
048200        MOVE ZERO TO LS-LIBVERSION-LENGTH                         00048200
048300        INSPECT LINKAGE-LIBVERSION                                00048300
048400                TALLYING LS-LIBVERSION-LENGTH                     00048400
048500                FOR CHARACTERS BEFORE INITIAL LOW-VALUE           00048500
048600        DISPLAY 'Sqlite version is '                              00048600
048700                LINKAGE-LIBVERSION(1:LS-LIBVERSION-LENGTH)        00048700
048800                UPON SYSOUT                                       00048800
048900     END-IF                                                       00048900
049000     CALL SQLITE3A USING SQLITE3-INITIALIZE                       00049000
049100     RETURNING LS-SQL-RC                                          00049100
049200     END-CALL                                                     00049200
049300     IF LS-SQL-RC NOT = SQLITE-OK THEN                            00049300
049400        DISPLAY 'SQLITE-INITIALIZE FAILED. RC='                   00049400
049500            LS-SQL-RC                                             00049500
049600            UPON SYSOUT                                           00049600
049700        MOVE +16 TO RETURN-CODE                                   00049700
049800        GOBACK                                                    00049800
049900     END-IF                                                       00049900
050000     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               00050000
050100     MOVE SPACES TO WS-JOB-NAME                                   00050100
050200     CALL 'CEE3JPI' USING LS-JPI-FUNC, WS-JOB-NAME,               00050200
050300             LS-JPI-BUFLEN, LS-JPI-RETLEN, LE-FC                  00050300
050400     INITIALIZE WS-BUCKET-TOTALS                                  00050400
050500     MOVE SPACES TO WS-AGING-LINE                                 00050500
050600     MOVE SPACES TO WS-REACT-LINE                                 00050600
050700     MOVE SPACES TO WS-REPORT-LINE                                00050700
050800     OPEN OUTPUT REPORT1-FD                                       00050800
050900     .                                                            00050900
051000 PARSE-PARM.                                                      00051000
051100     MOVE SPACES TO WS-PARM-DBPATH                                00051100
051200     MOVE SPACES TO WS-PARM-TABLE                                 00051200
051300     MOVE SPACES TO WS-PARM-MODE                                  00051300
051400     MOVE SPACES TO WS-PARM-ASOF                                  00051400
051500     IF MVS-PARM-LENGTH IS GREATER THAN ZERO THEN                 00051500
051600        UNSTRING MVS-PARM-VALUE(1:MVS-PARM-LENGTH)                00051600
051700            DELIMITED BY ','                                      00051700
051800             INTO WS-PARM-DBPATH, WS-PARM-TABLE,                  00051800
051900                  WS-PARM-MODE, WS-PARM-ASOF                      00051900
052000        END-UNSTRING                                              00052000
052100     END-IF                                                       00052100
052200     MOVE ZERO TO WS-PARM-LEN                                     00052200
052300     INSPECT WS-PARM-DBPATH TALLYING WS-PARM-LEN                  00052300
052400             FOR CHARACTERS BEFORE INITIAL SPACE                  00052400
052500     IF WS-PARM-LEN IS GREATER THAN ZERO THEN                     00052500
052600        MOVE WS-PARM-DBPATH(1:WS-PARM-LEN) TO SQL-ZCHAR           00052600
052700        MOVE LOW-VALUES TO SQL-ZCHAR(WS-PARM-LEN + 1:1)           00052700
052800     ELSE                                                         00052800
052900        MOVE Z'/tmp/testcob4.sqlite3' TO SQL-ZCHAR                00052900
053000     END-IF                                                       00053000
053100     IF WS-PARM-TABLE IS NOT EQUAL TO SPACES THEN                 00053100
053200        MOVE WS-PARM-TABLE TO WS-TABLE-NAME                       00053200
053300     END-IF                                                       00053300
053400     MOVE ZERO TO WS-TABLE-NAME-LEN                               00053400
053500     INSPECT WS-TABLE-NAME TALLYING WS-TABLE-NAME-LEN             00053500
053600             FOR CHARACTERS BEFORE INITIAL SPACE                  00053600
053700     MOVE SPACES TO WS-CONTACT-NAME                               00053700
053800     STRING WS-TABLE-NAME(1:WS-TABLE-NAME-LEN)                    00053800
053900         DELIMITED BY SIZE                                        00053900
054000         '_CONTACT' DELIMITED BY SIZE                             00054000
054100         INTO WS-CONTACT-NAME                                     00054100
054200     END-STRING                                                   00054200
054300     IF WS-PARM-MODE IS EQUAL TO SPACES THEN                      00054300
054400        MOVE 'REPORT' TO WS-RUN-MODE                              00054400
054500     ELSE                                                         00054500
054600        MOVE WS-PARM-MODE TO WS-RUN-MODE                          00054600
054700     END-IF                                                       00054700
054800     IF NOT WS-UPDATE-MODE AND NOT WS-REPORT-MODE THEN            00054800
054900        DISPLAY 'MODE MUST BE REPORT OR UPDATE IN PARM: '         00054900
055000           WS-PARM-MODE UPON SYSOUT                               00055000
055100        MOVE +16 TO RETURN-CODE                                   00055100
055200        CLOSE REPORT1-FD                                          00055200
055300        GOBACK                                                    00055300
055400     END-IF                                                       00055400
055500     IF WS-PARM-ASOF IS NOT EQUAL TO SPACES THEN                  00055500
055600        MOVE WS-PARM-ASOF TO WS-ASOF-DATE                         00055600
055700     ELSE                                                         00055700
055800        MOVE WS-RUN-DATE TO WS-ASOF-DATE                          00055800
055900     END-IF                                                       00055900
056000     MOVE WS-ASOF-DATE TO WS-CEEDAYS-IN-STR                       00056000
056100     PERFORM EDIT-PARM-DATE                                       00056100
056200     IF NOT WS-DATE-OK THEN                                       00056200
056300        DISPLAY 'INVALID ASOFDATE IN PARM: ' WS-ASOF-DATE         00056300
056400           UPON SYSOUT                                            00056400
056500        MOVE +16 TO RETURN-CODE                                   00056500
056600        CLOSE REPORT1-FD                                          00056600
056700        GOBACK                                                    00056700
056800     END-IF                                                       00056800
056900     MOVE WS-ASOF-DATE TO WS-METRICS-DATE                         00056900
057000     MOVE 1 TO WS-CUT-YEARS                                       00057000
057100     PERFORM FIND-CUTOFF-DATE                                     00057100
057200     MOVE WS-CUT-DATE TO WS-CUT-1-YEAR                            00057200
057300     MOVE 2 TO WS-CUT-YEARS                                       00057300
057400     PERFORM FIND-CUTOFF-DATE                                     00057400
057500     MOVE WS-CUT-DATE TO WS-CUT-2-YEARS                           00057500
057600     MOVE 5 TO WS-CUT-YEARS                                       00057600
057700     PERFORM FIND-CUTOFF-DATE                                     00057700
057800     MOVE WS-CUT-DATE TO WS-CUT-5-YEARS                           00057800
057900     .                                                            00057900
058000 INITIALIZE-SQLITE.                                               00058000
058100     IF WS-UPDATE-MODE THEN                                       00058100
058200        MOVE SQLITE-OPEN-READWRITE TO LS-OPEN-FLAGS               00058200
058300     ELSE                                                         00058300
058400        MOVE SQLITE-OPEN-READONLY TO LS-OPEN-FLAGS                00058400
058500     END-IF                                                       00058500
058600     MOVE SQL-ZCHAR TO WS-METRICS-DBPATH                          00058600
058700     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00058700
058800         BY REFERENCE SQL-ZCHAR                                   00058800
058900         BY REFERENCE LS-DB                                       00058900
059000         BY VALUE LS-OPEN-FLAGS                                   00059000
059100         BY VALUE LS-NULL                                         00059100
059200         RETURNING LS-SQL-RC                                      00059200
059300     END-CALL                                                     00059300
059400     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00059400
059500        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00059500
059600        DISPLAY 'SQLITE3-OPEN FAILED. RC='                        00059600
059700           LS-SQL-RC UPON SYSOUT                                  00059700
059800        PERFORM DISPLAY-SQL-ERROR                                 00059800
059900        MOVE +16 TO RETURN-CODE                                   00059900
060000        CLOSE REPORT1-FD                                          00060000
060100        GOBACK                                                    00060100
060200     END-IF                                                       00060200
060300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00060300
060400         BY VALUE LS-DB                                           00060400
060500         BY VALUE LS-BUSY-TIMEOUT-MS                              00060500
060600         RETURNING LS-SQL-RC                                      00060600
060700     END-CALL                                                     00060700
060800     DISPLAY 'AGING ' WS-TABLE-NAME(1:WS-TABLE-NAME-LEN)          00060800
060900        ' AS OF ' WS-ASOF-DATE ' IN ' WS-RUN-MODE                 00060900
061000        ' MODE' UPON SYSOUT                                       00061000
061100     .                                                            00061100
061200*                                                                 00061200
061300* The dormancy limit. Without DORMANTYEARS the aging report       00061300
061400* is still made, but nothing can be found dormant: UPDATE         00061400
061500* mode says so with RC=4.                                         00061500
061600*                                                                 00061600
061700 READ-DORMANCY-LIMIT.                                             00061700
061800     MOVE 'DORMANTYEARS' TO WS-SYSPARM-KEY                        00061800
061900     PERFORM GET-SYSTEM-PARM                                      00061900
062000     IF WS-SYSPARM-FOUND THEN                                     00062000
062100        MOVE WS-SYSPARM-VALUE(1:4) TO WS-NUM-TEXT                 00062100
062200        PERFORM EDIT-PARM-NUMBER                                  00062200
062300        IF WS-NUM-OK THEN                                         00062300
062400           MOVE WS-NUM-VALUE TO WS-LIMIT-YEARS                    00062400
062500           MOVE WS-LIMIT-YEARS TO WS-CUT-YEARS                    00062500
062600           PERFORM FIND-CUTOFF-DATE                               00062600
062700           MOVE WS-CUT-DATE TO WS-LIMIT-DATE                      00062700
062800           MOVE 'Y' TO WS-LIMIT-SWITCH                            00062800
062900           DISPLAY 'ROWS WITH NO ACTIVITY AFTER '                 00062900
063000              WS-LIMIT-DATE ' ARE DORMANT.' UPON SYSOUT           00063000
063100        ELSE                                                      00063100
063200           DISPLAY 'DORMANTYEARS MUST BE 1 TO 99: '               00063200
063300              WS-SYSPARM-VALUE UPON SYSOUT                        00063300
063400           MOVE +4 TO RETURN-CODE                                 00063400
063500        END-IF                                                    00063500
063600     ELSE                                                         00063600
063700        IF WS-UPDATE-MODE THEN                                    00063700
063800           DISPLAY 'NO DORMANTYEARS IN SYSTEM_PARMS. '            00063800
063900              'NO ROW WILL BE FLAGGED DORMANT.' UPON SYSOUT       00063900
064000           MOVE +4 TO RETURN-CODE                                 00064000
064100        END-IF                                                    00064100
064200     END-IF                                                       00064200
064300     .                                                            00064300
064400*                                                                 00064400
064500* UPDATE mode creates DORMANT and AUDIT_LOG when this is the      00064500
064600* first job to need them; REPORT mode only looks.                 00064600
064700*                                                                 00064700
064800 CHECK-TABLES.                                                    00064800
064900     IF WS-UPDATE-MODE THEN                                       00064900
065000        PERFORM CREATE-DORMANT-TABLE                              00065000
065100        MOVE 1 TO WS-SQL-PTR                                      00065100
065200        STRING 'CREATE TABLE IF NOT EXISTS AUDIT_LOG ('           00065200
065300            DELIMITED BY SIZE                                     00065300
065400            'TABLE_NAME TEXT, OPERATION TEXT, '                   00065400
065500            DELIMITED BY SIZE                                     00065500
065600            'BEFORE_VALUE TEXT, AFTER_VALUE TEXT, '               00065600
065700            DELIMITED BY SIZE                                     00065700
065800            'LOG_TIME REAL, JOB_NAME TEXT)' DELIMITED BY SIZE     00065800
065900            INTO SQL-ZCHAR                                        00065900
066000            WITH POINTER WS-SQL-PTR                               00066000
066100        END-STRING                                                00066100
066200        MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                00066200
066300        MOVE 'CREATE AUDIT_LOG' TO WS-PREP-LABEL                  00066300
066400        PERFORM EXECUTE-ONE-STATEMENT                             00066400
066500        MOVE 'Y' TO WS-AUDIT-LOG-SWITCH                           00066500
066600        MOVE 'Y' TO WS-DORMANT-SWITCH                             00066600
066700        GO TO BEGIN-TRANSACTION                                   00066700
066800     END-IF                                                       00066800
066900     MOVE Z'SELECT COUNT(*) FROM AUDIT_LOG' TO SQL-ZCHAR          00066900
067000     PERFORM PREPARE-SOFT-STATEMENT                               00067000
067100     IF WS-PREP-OK THEN                                           00067100
067200        MOVE 'Y' TO WS-AUDIT-LOG-SWITCH                           00067200
067300        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00067300
067400            BY VALUE LS-PREPARED-STMT                             00067400
067500            RETURNING LS-SQL-RC                                   00067500
067600        END-CALL                                                  00067600
067700     ELSE                                                         00067700
067800        DISPLAY 'NO AUDIT_LOG TABLE FOUND. ROWS ARE AGED BY '     00067800
067900           'BUSINESS_DATE.' UPON SYSOUT                           00067900
068000     END-IF                                                       00068000
068100     MOVE Z'SELECT COUNT(*) FROM DORMANT' TO SQL-ZCHAR            00068100
068200     PERFORM PREPARE-SOFT-STATEMENT                               00068200
068300     IF WS-PREP-OK THEN                                           00068300
068400        MOVE 'Y' TO WS-DORMANT-SWITCH                             00068400
068500        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00068500
068600            BY VALUE LS-PREPARED-STMT                             00068600
068700            RETURNING LS-SQL-RC                                   00068700
068800        END-CALL                                                  00068800
068900     ELSE                                                         00068900
069000        DISPLAY 'NO DORMANT TABLE FOUND. NO ROW IS DORMANT '      00069000
069100           'YET.' UPON SYSOUT                                     00069100
069200     END-IF                                                       00069200
069300     GO TO AGE-ROWS                                               00069300
069400     .                                                            00069400
069500*                                                                 00069500
069600* UPDATE mode: the flagging, the reactivations and their          00069600
069700* audit rows are one transaction.                                 00069700
069800*                                                                 00069800
069900 BEGIN-TRANSACTION.                                               00069900
070000     MOVE Z'BEGIN TRANSACTION' TO SQL-ZCHAR                       00070000
070100     MOVE 'BEGIN TRANSACTION' TO WS-PREP-LABEL                    00070100
070200     PERFORM EXECUTE-ONE-STATEMENT                                00070200
070300     MOVE 1 TO WS-SQL-PTR                                         00070300
070400     STRING 'INSERT OR REPLACE INTO DORMANT(TABLE_NAME,ID,'       00070400
070500         DELIMITED BY SIZE                                        00070500
070600         'STATUS,LAST_ACTIVITY,AMOUNT,DORMANT_DATE,'              00070600
070700         DELIMITED BY SIZE                                        00070700
070800         'DORMANT_JOB) VALUES(?1,?2,''DORMANT'',?3,?4,?5,?6)'     00070800
070900         DELIMITED BY SIZE                                        00070900
071000         INTO SQL-ZCHAR                                           00071000
071100         WITH POINTER WS-SQL-PTR                                  00071100
071200     END-STRING                                                   00071200
071300     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00071300
071400     MOVE 'DORMANT INSERT' TO WS-PREP-LABEL                       00071400
071500     PERFORM PREPARE-ONE-STATEMENT                                00071500
071600     SET LS-FLAG-STMT TO LS-PREPARED-STMT                         00071600
071700     MOVE 1 TO WS-SQL-PTR                                         00071700
071800     STRING 'UPDATE DORMANT SET STATUS = ''REACTIVATED'', '       00071800
071900         DELIMITED BY SIZE                                        00071900
072000         'REACTIVATED_DATE = ?1, ' DELIMITED BY SIZE              00072000
072100         'REACTIVATED_BY = ''TESTCB50'', ' DELIMITED BY SIZE      00072100
072200         'REACTIVATED_JOB = ?2 ' DELIMITED BY SIZE                00072200
072300         'WHERE TABLE_NAME = ?3 AND ID = ?4 AND '                 00072300
072400         DELIMITED BY SIZE                                        00072400
072500         'STATUS = ''DORMANT''' DELIMITED BY SIZE                 00072500
072600         INTO SQL-ZCHAR                                           00072600
072700         WITH POINTER WS-SQL-PTR                                  00072700
072800     END-STRING                                                   00072800
072900     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00072900
073000     MOVE 'DORMANT UPDATE' TO WS-PREP-LABEL                       00073000
073100     PERFORM PREPARE-ONE-STATEMENT                                00073100
073200     SET LS-REACT-STMT TO LS-PREPARED-STMT                        00073200
073300     MOVE 1 TO WS-SQL-PTR                                         00073300
073400     STRING 'INSERT INTO AUDIT_LOG(TABLE_NAME,OPERATION,'         00073400
073500         DELIMITED BY SIZE                                        00073500
073600         'BEFORE_VALUE,AFTER_VALUE,LOG_TIME,JOB_NAME) '           00073600
073700         DELIMITED BY SIZE                                        00073700
073800         'VALUES(?,?,?,?,?,?)' DELIMITED BY SIZE                  00073800
073900         INTO SQL-ZCHAR                                           00073900
074000         WITH POINTER WS-SQL-PTR                                  00074000
074100     END-STRING                                                   00074100
074200     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00074200
074300     MOVE 'AUDIT INSERT' TO WS-PREP-LABEL                         00074300
074400     PERFORM PREPARE-ONE-STATEMENT                                00074400
074500     SET LS-AUDIT-STMT TO LS-PREPARED-STMT                        00074500
074600     .                                                            00074600
074700*                                                                 00074700
074800* The aging pass: every row with the date of its latest           00074800
074900* audited activity (as a Lilian day, LOG_TIME being CEEGMT        00074900
075000* seconds) and its DORMANT status.                                00075000
075100*                                                                 00075100
075200 AGE-ROWS.                                                        00075200
075300     MOVE 1 TO WS-SQL-PTR                                         00075300
075400     STRING 'SELECT T.ID, T.NAME, T.AMOUNT, T.BUSINESS_DATE, '    00075400
075500         DELIMITED BY SIZE                                        00075500
075600         INTO SQL-ZCHAR                                           00075600
075700         WITH POINTER WS-SQL-PTR                                  00075700
075800     END-STRING                                                   00075800
075900     IF WS-AUDIT-LOG-FOUND THEN                                   00075900
076000        STRING 'CAST(A.LAST_TIME / 86400 AS INTEGER), '           00076000
076100            DELIMITED BY SIZE                                     00076100
076200            INTO SQL-ZCHAR                                        00076200
076300            WITH POINTER WS-SQL-PTR                               00076300
076400        END-STRING                                                00076400
076500     ELSE                                                         00076500
076600        STRING 'NULL, ' DELIMITED BY SIZE                         00076600
076700            INTO SQL-ZCHAR                                        00076700
076800            WITH POINTER WS-SQL-PTR                               00076800
076900        END-STRING                                                00076900
077000     END-IF                                                       00077000
077100     IF WS-DORMANT-FOUND THEN                                     00077100
077200        STRING 'D.STATUS ' DELIMITED BY SIZE                      00077200
077300            INTO SQL-ZCHAR                                        00077300
077400            WITH POINTER WS-SQL-PTR                               00077400
077500        END-STRING                                                00077500
077600     ELSE                                                         00077600
077700        STRING 'NULL ' DELIMITED BY SIZE                          00077700
077800            INTO SQL-ZCHAR                                        00077800
077900            WITH POINTER WS-SQL-PTR                               00077900
078000        END-STRING                                                00078000
078100     END-IF                                                       00078100
078200     STRING 'FROM ' DELIMITED BY SIZE                             00078200
078300         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN)                       00078300
078400         DELIMITED BY SIZE                                        00078400
078500         ' T ' DELIMITED BY SIZE                                  00078500
078600         INTO SQL-ZCHAR                                           00078600
078700         WITH POINTER WS-SQL-PTR                                  00078700
078800     END-STRING                                                   00078800
078900     IF WS-AUDIT-LOG-FOUND THEN                                   00078900
079000        STRING 'LEFT JOIN (SELECT CAST(SUBSTR(CASE WHEN '         00079000
079100            DELIMITED BY SIZE                                     00079100
079200           'RTRIM(OPERATION) = ''DELETE'' THEN BEFORE_VALUE '     00079200
079300            DELIMITED BY SIZE                                     00079300
079400            'ELSE AFTER_VALUE END, 4, 9) AS INTEGER) AID, '       00079400
079500            DELIMITED BY SIZE                                     00079500
079600            'MAX(LOG_TIME) LAST_TIME FROM AUDIT_LOG '             00079600
079700            DELIMITED BY SIZE                                     00079700
079800            'WHERE TABLE_NAME IN (?1, ?2) GROUP BY 1) A '         00079800
079900            DELIMITED BY SIZE                                     00079900
080000            'ON A.AID = T.ID ' DELIMITED BY SIZE                  00080000
080100            INTO SQL-ZCHAR                                        00080100
080200            WITH POINTER WS-SQL-PTR                               00080200
080300        END-STRING                                                00080300
080400     END-IF                                                       00080400
080500     IF WS-DORMANT-FOUND THEN                                     00080500
080600        STRING 'LEFT JOIN DORMANT D ON D.TABLE_NAME = ?3 '        00080600
080700            DELIMITED BY SIZE                                     00080700
080800            'AND D.ID = T.ID ' DELIMITED BY SIZE                  00080800
080900            INTO SQL-ZCHAR                                        00080900
081000            WITH POINTER WS-SQL-PTR                               00081000
081100        END-STRING                                                00081100
081200     END-IF                                                       00081200
081300     STRING 'ORDER BY T.ID' DELIMITED BY SIZE                     00081300
081400         INTO SQL-ZCHAR                                           00081400
081500         WITH POINTER WS-SQL-PTR                                  00081500
081600     END-STRING                                                   00081600
081700     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00081700
081800     MOVE 'AGING SELECT' TO WS-PREP-LABEL                         00081800
081900     PERFORM PREPARE-ONE-STATEMENT                                00081900
082000     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00082000
082100     IF WS-AUDIT-LOG-FOUND THEN                                   00082100
082200        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00082200
082300            BY VALUE LS-WORK-STMT                                 00082300
082400            BY VALUE LS-ONE                                       00082400
082500            BY REFERENCE WS-TABLE-NAME                            00082500
082600            BY VALUE 30                                           00082600
082700            BY VALUE SQLITE-TRANSIENT                             00082700
082800            RETURNING LS-SQL-RC                                   00082800
082900        END-CALL                                                  00082900
083000        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00083000
083100            BY VALUE LS-WORK-STMT                                 00083100
083200            BY VALUE LS-TWO                                       00083200
083300            BY REFERENCE WS-CONTACT-NAME                          00083300
083400            BY VALUE 30                                           00083400
083500            BY VALUE SQLITE-TRANSIENT                             00083500
083600            RETURNING LS-SQL-RC                                   00083600
083700        END-CALL                                                  00083700
083800     END-IF                                                       00083800
083900     IF WS-DORMANT-FOUND THEN                                     00083900
084000        MOVE WS-TABLE-NAME-LEN TO LS-BIND-LENGTH                  00084000
084100        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00084100
084200            BY VALUE LS-WORK-STMT                                 00084200
084300            BY VALUE LS-THREE                                     00084300
084400            BY REFERENCE WS-TABLE-NAME                            00084400
084500            BY VALUE LS-BIND-LENGTH                               00084500
084600            BY VALUE SQLITE-TRANSIENT                             00084600
084700            RETURNING LS-SQL-RC                                   00084700
084800        END-CALL                                                  00084800
084900     END-IF                                                       00084900
085000     MOVE 'A' TO WS-LISTING-SWITCH                                00085000
085100     PERFORM WRITE-REPORT-HEADING                                 00085100
085200     MOVE ZERO TO LS-SQL-RC                                       00085200
085300     PERFORM UNTIL LS-SQL-RC NOT = 0                              00085300
085400        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00085400
085500            BY VALUE LS-WORK-STMT                                 00085500
085600            RETURNING LS-SQL-RC                                   00085600
085700        END-CALL                                                  00085700
085800        EVALUATE LS-SQL-RC                                        00085800
085900        WHEN SQLITE-ROW                                           00085900
086000             PERFORM AGE-ONE-ROW                                  00086000
086100             IF RETURN-CODE IS EQUAL TO +16 THEN                  00086100
086200                MOVE +8 TO LS-SQL-RC                              00086200
086300             ELSE                                                 00086300
086400                MOVE ZERO TO LS-SQL-RC                            00086400
086500             END-IF                                               00086500
086600        WHEN SQLITE-DONE                                          00086600
086700             MOVE +4 TO LS-SQL-RC                                 00086700
086800        WHEN OTHER                                                00086800
086900             DISPLAY 'AGING STEP FAILED. RC='                     00086900
087000                LS-SQL-RC UPON SYSOUT                             00087000
087100             PERFORM DISPLAY-SQL-ERROR                            00087100
087200             MOVE +16 TO RETURN-CODE                              00087200
087300        END-EVALUATE                                              00087300
087400     END-PERFORM                                                  00087400
087500     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00087500
087600         BY VALUE LS-WORK-STMT                                    00087600
087700         RETURNING LS-SQL-RC                                      00087700
087800     END-CALL                                                     00087800
087900     IF RETURN-CODE IS EQUAL TO +16 THEN                          00087900
088000        GO TO COMMIT-TRANSACTION                                  00088000
088100     END-IF                                                       00088100
088200     IF WS-FLAGGED-COUNT IS EQUAL TO ZERO AND                     00088200
088300        WS-ACTIVE-AGAIN-COUNT IS EQUAL TO ZERO THEN               00088300
088400        MOVE 'NO ROW TO FLAG DORMANT OR TO REACTIVATE.'           00088400
088500           TO WS-REPORT-LINE                                      00088500
088600        PERFORM WRITE-REPORT-LINE-OUT                             00088600
088700     END-IF                                                       00088700
088800     .                                                            00088800
088900*                                                                 00088900
089000* The buckets and the run totals.                                 00089000
089100*                                                                 00089100
089200 PRINT-AGING-SUMMARY.                                             00089200
089300     MOVE 'B' TO WS-LISTING-SWITCH                                00089300
089400     PERFORM WRITE-REPORT-HEADING                                 00089400
089500     PERFORM VARYING WS-BKT-I FROM 1 BY 1                         00089500
089600        UNTIL WS-BKT-I > WS-BKT-MAX                               00089600
089700        MOVE SPACES TO WS-BUCKET-LINE                             00089700
089800        MOVE WS-BKT-LABEL(WS-BKT-I) TO WS-BL-BUCKET               00089800
089900        MOVE WS-BKT-COUNT(WS-BKT-I) TO WS-BL-COUNT                00089900
090000        MOVE WS-BKT-AMOUNT(WS-BKT-I) TO WS-BL-AMOUNT              00090000
090100        ADD WS-BKT-AMOUNT(WS-BKT-I) TO WS-TOTAL-AMOUNT            00090100
090200        MOVE WS-BUCKET-LINE TO WS-REPORT-LINE                     00090200
090300        PERFORM WRITE-REPORT-LINE-OUT                             00090300
090400        DISPLAY WS-BUCKET-LINE UPON SYSOUT                        00090400
090500     END-PERFORM                                                  00090500
090600     MOVE SPACES TO WS-BUCKET-LINE                                00090600
090700     MOVE 'ALL ROWS' TO WS-BL-BUCKET                              00090700
090800     MOVE WS-ROW-COUNT TO WS-BL-COUNT                             00090800
090900     MOVE WS-TOTAL-AMOUNT TO WS-BL-AMOUNT                         00090900
091000     MOVE WS-BUCKET-LINE TO WS-REPORT-LINE                        00091000
091100     PERFORM WRITE-REPORT-LINE-OUT                                00091100
091200     DISPLAY WS-BUCKET-LINE UPON SYSOUT                           00091200
091300     PERFORM WRITE-REPORT-LINE-OUT                                00091300
091400     IF WS-LIMIT-KNOWN THEN                                       00091400
091500        MOVE 1 TO WS-RPT-PTR                                      00091500
091600        STRING 'DORMANCY LIMIT     : ' DELIMITED BY SIZE          00091600
091700            WS-SYSPARM-VALUE DELIMITED BY SPACE                   00091700
091800            ' YEARS, NO ACTIVITY AFTER ' DELIMITED BY SIZE        00091800
091900            WS-LIMIT-DATE DELIMITED BY SIZE                       00091900
092000            INTO WS-REPORT-LINE                                   00092000
092100            WITH POINTER WS-RPT-PTR                               00092100
092200        END-STRING                                                00092200
092300     ELSE                                                         00092300
092400        MOVE 'DORMANCY LIMIT     : NOT SET (SYSTEM_PARMS '        00092400
092500           TO WS-REPORT-LINE                                      00092500
092600        MOVE 'DORMANTYEARS)' TO WS-REPORT-LINE(44:13)             00092600
092700     END-IF                                                       00092700
092800     PERFORM WRITE-REPORT-LINE-OUT                                00092800
092900     MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISPLAY                    00092900
093000     IF WS-UPDATE-MODE THEN                                       00093000
093100        STRING 'FLAGGED DORMANT    : ' DELIMITED BY SIZE          00093100
093200            WS-COUNT-DISPLAY DELIMITED BY SIZE                    00093200
093300            INTO WS-REPORT-LINE                                   00093300
093400        END-STRING                                                00093400
093500     ELSE                                                         00093500
093600        STRING 'PAST THE LIMIT     : ' DELIMITED BY SIZE          00093600
093700            WS-COUNT-DISPLAY DELIMITED BY SIZE                    00093700
093800            INTO WS-REPORT-LINE                                   00093800
093900        END-STRING                                                00093900
094000     END-IF                                                       00094000
094100     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00094100
094200     PERFORM WRITE-REPORT-LINE-OUT                                00094200
094300     MOVE WS-STILL-DORMANT-COUNT TO WS-COUNT-DISPLAY              00094300
094400     STRING 'ALREADY DORMANT    : ' DELIMITED BY SIZE             00094400
094500         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00094500
094600         INTO WS-REPORT-LINE                                      00094600
094700     END-STRING                                                   00094700
094800     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00094800
094900     PERFORM WRITE-REPORT-LINE-OUT                                00094900
095000     MOVE WS-ACTIVE-AGAIN-COUNT TO WS-COUNT-DISPLAY               00095000
095100     STRING 'ACTIVE AGAIN       : ' DELIMITED BY SIZE             00095100
095200         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00095200
095300         INTO WS-REPORT-LINE                                      00095300
095400     END-STRING                                                   00095400
095500     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00095500
095600     PERFORM WRITE-REPORT-LINE-OUT                                00095600
095700     .                                                            00095700
095800*                                                                 00095800
095900* The reactivation report: every row of the table that            00095900
096000* TESTCOB4, TESTCOB8 or this run reactivated since the last       00096000
096100* UPDATE run. UPDATE mode then clears them from DORMANT.          00096100
096200*                                                                 00096200
096300 LIST-REACTIVATIONS.                                              00096300
096400     MOVE 'R' TO WS-LISTING-SWITCH                                00096400
096500     PERFORM WRITE-REPORT-HEADING                                 00096500
096600     IF NOT WS-DORMANT-FOUND THEN                                 00096600
096700        MOVE 'NO ROW HAS BEEN REACTIVATED.' TO WS-REPORT-LINE     00096700
096800        PERFORM WRITE-REPORT-LINE-OUT                             00096800
096900        GO TO COMMIT-TRANSACTION                                  00096900
097000     END-IF                                                       00097000
097100     MOVE 1 TO WS-SQL-PTR                                         00097100
097200     STRING 'SELECT ID, LAST_ACTIVITY, DORMANT_DATE, '            00097200
097300         DELIMITED BY SIZE                                        00097300
097400         'DORMANT_JOB, REACTIVATED_DATE, REACTIVATED_BY, '        00097400
097500         DELIMITED BY SIZE                                        00097500
097600         'REACTIVATED_JOB FROM DORMANT ' DELIMITED BY SIZE        00097600
097700         'WHERE TABLE_NAME = ?1 AND ' DELIMITED BY SIZE           00097700
097800         'STATUS = ''REACTIVATED'' ORDER BY ID'                   00097800
097900         DELIMITED BY SIZE                                        00097900
098000         INTO SQL-ZCHAR                                           00098000
098100         WITH POINTER WS-SQL-PTR                                  00098100
098200     END-STRING                                                   00098200
098300     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00098300
098400     MOVE 'REACTIVATED SELECT' TO WS-PREP-LABEL                   00098400
098500     PERFORM PREPARE-ONE-STATEMENT                                00098500
098600     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00098600
098700     PERFORM BIND-TABLE-NAME                                      00098700
098800     MOVE ZERO TO LS-SQL-RC                                       00098800
098900     PERFORM UNTIL LS-SQL-RC NOT = 0                              00098900
099000        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00099000
099100            BY VALUE LS-WORK-STMT                                 00099100
099200            RETURNING LS-SQL-RC                                   00099200
099300        END-CALL                                                  00099300
099400        EVALUATE LS-SQL-RC                                        00099400
099500        WHEN SQLITE-ROW                                           00099500
099600             ADD 1 TO WS-REACTIVATED-COUNT                        00099600
099700             PERFORM LIST-ONE-REACTIVATION                        00099700
099800             MOVE ZERO TO LS-SQL-RC                               00099800
099900        WHEN SQLITE-DONE                                          00099900
100000             MOVE +4 TO LS-SQL-RC                                 00100000
100100        WHEN OTHER                                                00100100
100200             DISPLAY 'REACTIVATED STEP FAILED. RC='               00100200
100300                LS-SQL-RC UPON SYSOUT                             00100300
100400             PERFORM DISPLAY-SQL-ERROR                            00100400
100500             MOVE +16 TO RETURN-CODE                              00100500
100600        END-EVALUATE                                              00100600
100700     END-PERFORM                                                  00100700
100800     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00100800
100900         BY VALUE LS-WORK-STMT                                    00100900
101000         RETURNING LS-SQL-RC                                      00101000
101100     END-CALL                                                     00101100
101200     IF RETURN-CODE IS EQUAL TO +16 THEN                          00101200
101300        GO TO COMMIT-TRANSACTION                                  00101300
101400     END-IF                                                       00101400
101500     IF WS-REACTIVATED-COUNT IS EQUAL TO ZERO THEN                00101500
101600        MOVE 'NO ROW HAS BEEN REACTIVATED.' TO WS-REPORT-LINE     00101600
101700        PERFORM WRITE-REPORT-LINE-OUT                             00101700
101800        GO TO COMMIT-TRANSACTION                                  00101800
101900     END-IF                                                       00101900
102000     PERFORM WRITE-REPORT-LINE-OUT                                00102000
102100     MOVE WS-REACTIVATED-COUNT TO WS-COUNT-DISPLAY                00102100
102200     STRING 'REACTIVATED        : ' DELIMITED BY SIZE             00102200
102300         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00102300
102400         INTO WS-REPORT-LINE                                      00102400
102500     END-STRING                                                   00102500
102600     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00102600
102700     PERFORM WRITE-REPORT-LINE-OUT                                00102700
102800     IF NOT WS-UPDATE-MODE THEN                                   00102800
102900        GO TO COMMIT-TRANSACTION                                  00102900
103000     END-IF                                                       00103000
103100     MOVE 1 TO WS-SQL-PTR                                         00103100
103200     STRING 'DELETE FROM DORMANT WHERE TABLE_NAME = ?1 '          00103200
103300         DELIMITED BY SIZE                                        00103300
103400         'AND STATUS = ''REACTIVATED''' DELIMITED BY SIZE         00103400
103500         INTO SQL-ZCHAR                                           00103500
103600         WITH POINTER WS-SQL-PTR                                  00103600
103700     END-STRING                                                   00103700
103800     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00103800
103900     MOVE 'REACTIVATED DELETE' TO WS-PREP-LABEL                   00103900
104000     PERFORM PREPARE-ONE-STATEMENT                                00104000
104100     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00104100
104200     PERFORM BIND-TABLE-NAME                                      00104200
104300     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00104300
104400         BY VALUE LS-WORK-STMT                                    00104400
104500         RETURNING LS-SQL-RC                                      00104500
104600     END-CALL                                                     00104600
104700     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00104700
104800        DISPLAY 'REACTIVATED DELETE FAILED. RC='                  00104800
104900           LS-SQL-RC UPON SYSOUT                                  00104900
105000        PERFORM DISPLAY-SQL-ERROR                                 00105000
105100        MOVE +16 TO RETURN-CODE                                   00105100
105200     ELSE                                                         00105200
105300        CALL SQLITE3A USING BY REFERENCE SQLITE3-CHANGES          00105300
105400            BY VALUE LS-DB                                        00105400
105500            RETURNING LS-CHANGES                                  00105500
105600        END-CALL                                                  00105600
105700        MOVE LS-CHANGES TO WS-CLEARED-COUNT                       00105700
105800        MOVE WS-CLEARED-COUNT TO WS-COUNT-DISPLAY                 00105800
105900        STRING 'CLEARED FROM DORMANT: ' DELIMITED BY SIZE         00105900
106000            WS-COUNT-DISPLAY DELIMITED BY SIZE                    00106000
106100            INTO WS-REPORT-LINE                                   00106100
106200        END-STRING                                                00106200
106300        DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                  00106300
106400        PERFORM WRITE-REPORT-LINE-OUT                             00106400
106500     END-IF                                                       00106500
106600     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00106600
106700         BY VALUE LS-WORK-STMT                                    00106700
106800         RETURNING LS-SQL-RC                                      00106800
106900     END-CALL                                                     00106900
107000     .                                                            00107000
107100*                                                                 00107100
107200* One transaction: commit the flagging and reactivations          00107200
107300* unless the data base failed under one of them.                  00107300
107400*                                                                 00107400
107500 COMMIT-TRANSACTION.                                              00107500
107600     IF NOT WS-UPDATE-MODE THEN                                   00107600
107700        GO TO SHUTDOWN                                            00107700
107800     END-IF                                                       00107800
107900     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00107900
108000         BY VALUE LS-FLAG-STMT                                    00108000
108100         RETURNING LS-SQL-RC                                      00108100
108200     END-CALL                                                     00108200
108300     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00108300
108400         BY VALUE LS-REACT-STMT                                   00108400
108500         RETURNING LS-SQL-RC                                      00108500
108600     END-CALL                                                     00108600
108700     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00108700
108800         BY VALUE LS-AUDIT-STMT                                   00108800
108900         RETURNING LS-SQL-RC                                      00108900
109000     END-CALL                                                     00109000
109100     IF RETURN-CODE IS EQUAL TO +16 THEN                          00109100
109200        MOVE Z'ROLLBACK TRANSACTION' TO SQL-ZCHAR                 00109200
109300        CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC             00109300
109400            BY VALUE LS-DB                                        00109400
109500            BY REFERENCE SQL-ZCHAR                                00109500
109600            BY VALUE LS-ZERO                                      00109600
109700            BY VALUE LS-ZERO                                      00109700
109800            BY VALUE LS-ZERO                                      00109800
109900            RETURNING LS-SQL-RC                                   00109900
110000        END-CALL                                                  00110000
110100        DISPLAY 'DORMANCY CHANGES ROLLED BACK.' UPON SYSOUT       00110100
110200        MOVE 'DORMANCY CHANGES ROLLED BACK.' TO WS-REPORT-LINE    00110200
110300        PERFORM WRITE-REPORT-LINE-OUT                             00110300
110400        GO TO SHUTDOWN                                            00110400
110500     END-IF                                                       00110500
110600     MOVE Z'COMMIT TRANSACTION' TO SQL-ZCHAR                      00110600
110700     MOVE 'COMMIT TRANSACTION' TO WS-PREP-LABEL                   00110700
110800     PERFORM EXECUTE-ONE-STATEMENT                                00110800
110900     .                                                            00110900
111000 SHUTDOWN.                                                        00111000
111100     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00111100
111200         BY VALUE LS-DB                                           00111200
111300         RETURNING LS-SQL-RC                                      00111300
111400     END-CALL                                                     00111400
111500     MOVE WS-ROW-COUNT TO LS-METRICS-ROWS                         00111500
111600     IF RETURN-CODE IS LESS THAN +16 THEN                         00111600
111700        PERFORM RECORD-STEP-METRICS                               00111700
111800           THRU RECORD-STEP-METRICS-EXIT                          00111800
111900     END-IF                                                       00111900
112000     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         00112000
112100         RETURNING LS-SQL-RC                                      00112100
112200     END-CALL                                                     00112200
112300     CLOSE REPORT1-FD                                             00112300
112400     GOBACK                                                       00112400
112500     .                                                            00112500
112600*                                                                 00112600
112700* One row of the aging pass: its last activity, its bucket,       00112700
112800* and what the dormancy limit makes of it.                        00112800
112900*                                                                 00112900
113000 AGE-ONE-ROW.                                                     00113000
113100     ADD 1 TO WS-ROW-COUNT                                        00113100
113200     MOVE +0 TO LS-COLUMN-NUMBER                                  00113200
113300     PERFORM GET-COLUMN-INT                                       00113300
113400     MOVE LS-COLUMN-INT TO WS-ROW-ID                              00113400
113500     MOVE +1 TO LS-COLUMN-NUMBER                                  00113500
113600     PERFORM GET-COLUMN-TEXT                                      00113600
113700     MOVE WS-COL-VALUE TO WS-ROW-NAME                             00113700
113800     MOVE +2 TO LS-COLUMN-NUMBER                                  00113800
113900     CALL SQLITE3A USING                                          00113900
114000         BY REFERENCE SQLITE3-COLUMN-DOUBLE                       00114000
114100         BY REFERENCE LS-AMOUNT-BFP                               00114100
114200         BY VALUE LS-WORK-STMT                                    00114200
114300         BY VALUE LS-COLUMN-NUMBER                                00114300
114400     END-CALL                                                     00114400
114500     CALL SQLITE3A USING                                          00114500
114600         BY REFERENCE CONVERT-BFP-TO-HFP                          00114600
114700         BY VALUE LS-AMOUNT-BFP                                   00114700
114800         BY REFERENCE LS-AMOUNT-HFP                               00114800
114900     END-CALL                                                     00114900
115000     COMPUTE WS-ROW-AMOUNT ROUNDED = LS-AMOUNT-HFP                00115000
115100     MOVE +3 TO LS-COLUMN-NUMBER                                  00115100
115200     PERFORM GET-COLUMN-TEXT                                      00115200
115300     MOVE WS-COL-VALUE(1:8) TO WS-ROW-BUS-DATE                    00115300
115400     MOVE +4 TO LS-COLUMN-NUMBER                                  00115400
115500     PERFORM GET-COLUMN-INT                                       00115500
115600     MOVE LS-COLUMN-INT TO WS-ROW-LAST-DAY                        00115600
115700     MOVE +5 TO LS-COLUMN-NUMBER                                  00115700
115800     PERFORM GET-COLUMN-TEXT                                      00115800
115900     MOVE WS-COL-VALUE(1:12) TO WS-ROW-STATUS                     00115900
116000     IF WS-ROW-LAST-DAY IS GREATER THAN ZERO THEN                 00116000
116100        MOVE SPACES TO WS-DATE-OUTPUT                             00116100
116200        CALL 'CEEDATE' USING WS-ROW-LAST-DAY,                     00116200
116300             WS-DATE-PICTURE, WS-DATE-OUTPUT, LE-FC               00116300
116400        MOVE WS-DATE-OUTPUT(1:8) TO WS-LAST-ACTIVITY              00116400
116500     ELSE                                                         00116500
116600        MOVE WS-ROW-BUS-DATE TO WS-LAST-ACTIVITY                  00116600
116700     END-IF                                                       00116700
116800     EVALUATE TRUE                                                00116800
116900     WHEN WS-LAST-ACTIVITY IS EQUAL TO SPACES                     00116900
117000          MOVE 5 TO WS-BKT-I                                      00117000
117100     WHEN WS-LAST-ACTIVITY IS GREATER THAN WS-CUT-1-YEAR          00117100
117200          MOVE 1 TO WS-BKT-I                                      00117200
117300     WHEN WS-LAST-ACTIVITY IS GREATER THAN WS-CUT-2-YEARS         00117300
117400          MOVE 2 TO WS-BKT-I                                      00117400
117500     WHEN WS-LAST-ACTIVITY IS GREATER THAN WS-CUT-5-YEARS         00117500
117600          MOVE 3 TO WS-BKT-I                                      00117600
117700     WHEN OTHER                                                   00117700
117800          MOVE 4 TO WS-BKT-I                                      00117800
117900     END-EVALUATE                                                 00117900
118000     ADD 1 TO WS-BKT-COUNT(WS-BKT-I)                              00118000
118100     ADD WS-ROW-AMOUNT TO WS-BKT-AMOUNT(WS-BKT-I)                 00118100
118200     MOVE 'N' TO WS-PAST-LIMIT-SWITCH                             00118200
118300     IF WS-LIMIT-KNOWN AND                                        00118300
118400        WS-LAST-ACTIVITY IS NOT EQUAL TO SPACES AND               00118400
118500        WS-LAST-ACTIVITY IS NOT GREATER THAN WS-LIMIT-DATE        00118500
118600        THEN                                                      00118600
118700        MOVE 'Y' TO WS-PAST-LIMIT-SWITCH                          00118700
118800     END-IF                                                       00118800
118900     EVALUATE TRUE                                                00118900
119000     WHEN WS-ROW-STATUS IS EQUAL TO 'DORMANT' AND                 00119000
119100          (WS-PAST-LIMIT OR NOT WS-LIMIT-KNOWN)                   00119100
119200          ADD 1 TO WS-STILL-DORMANT-COUNT                         00119200
119300     WHEN WS-ROW-STATUS IS EQUAL TO 'DORMANT'                     00119300
119400          PERFORM REACTIVATE-ACTIVE-ROW                           00119400
119500             THRU REACTIVATE-ACTIVE-ROW-EXIT                      00119500
119600     WHEN WS-PAST-LIMIT                                           00119600
119700          PERFORM FLAG-DORMANT-ROW                                00119700
119800             THRU FLAG-DORMANT-ROW-EXIT                           00119800
119900     WHEN OTHER                                                   00119900
120000          CONTINUE                                                00120000
120100     END-EVALUATE                                                 00120100
120200     .                                                            00120200
120300*                                                                 00120300
120400* A row past the limit: into DORMANT, and audited.                00120400
120500*                                                                 00120500
120600 FLAG-DORMANT-ROW.                                                00120600
120700     ADD 1 TO WS-FLAGGED-COUNT                                    00120700
120800     IF NOT WS-UPDATE-MODE THEN                                   00120800
120900        MOVE 'WOULD BE DORMANT' TO WS-AL-ACTION                   00120900
121000        PERFORM LIST-ONE-ACTION                                   00121000
121100        GO TO FLAG-DORMANT-ROW-EXIT                               00121100
121200     END-IF                                                       00121200
121300     MOVE WS-TABLE-NAME-LEN TO LS-BIND-LENGTH                     00121300
121400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00121400
121500         BY VALUE LS-FLAG-STMT                                    00121500
121600         BY VALUE LS-ONE                                          00121600
121700         BY REFERENCE WS-TABLE-NAME                               00121700
121800         BY VALUE LS-BIND-LENGTH                                  00121800
121900         BY VALUE SQLITE-TRANSIENT                                00121900
122000         RETURNING LS-SQL-RC                                      00122000
122100     END-CALL                                                     00122100
122200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00122200
122300         BY VALUE LS-FLAG-STMT                                    00122300
122400         BY VALUE LS-TWO                                          00122400
122500         BY VALUE WS-ROW-ID                                       00122500
122600         RETURNING LS-SQL-RC                                      00122600
122700     END-CALL                                                     00122700
122800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00122800
122900         BY VALUE LS-FLAG-STMT                                    00122900
123000         BY VALUE LS-THREE                                        00123000
123100         BY REFERENCE WS-LAST-ACTIVITY                            00123100
123200         BY VALUE 8                                               00123200
123300         BY VALUE SQLITE-TRANSIENT                                00123300
123400         RETURNING LS-SQL-RC                                      00123400
123500     END-CALL                                                     00123500
123600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00123600
123700         BY VALUE LS-FLAG-STMT                                    00123700
123800         BY VALUE LS-FOUR                                         00123800
123900         BY VALUE LS-AMOUNT-BFP                                   00123900
124000         RETURNING LS-SQL-RC                                      00124000
124100     END-CALL                                                     00124100
124200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00124200
124300         BY VALUE LS-FLAG-STMT                                    00124300
124400         BY VALUE LS-FIVE                                         00124400
124500         BY REFERENCE WS-ASOF-DATE                                00124500
124600         BY VALUE 8                                               00124600
124700         BY VALUE SQLITE-TRANSIENT                                00124700
124800         RETURNING LS-SQL-RC                                      00124800
124900     END-CALL                                                     00124900
125000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00125000
125100         BY VALUE LS-FLAG-STMT                                    00125100
125200         BY VALUE LS-SIX                                          00125200
125300         BY REFERENCE WS-JOB-NAME                                 00125300
125400         BY VALUE 8                                               00125400
125500         BY VALUE SQLITE-TRANSIENT                                00125500
125600         RETURNING LS-SQL-RC                                      00125600
125700     END-CALL                                                     00125700
125800     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00125800
125900         BY VALUE LS-FLAG-STMT                                    00125900
126000         RETURNING LS-SQL-RC                                      00126000
126100     END-CALL                                                     00126100
126200     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00126200
126300        DISPLAY 'DORMANT INSERT FAILED. RC='                      00126300
126400           LS-SQL-RC UPON SYSOUT                                  00126400
126500        PERFORM DISPLAY-SQL-ERROR                                 00126500
126600        MOVE +16 TO RETURN-CODE                                   00126600
126700        GO TO FLAG-DORMANT-ROW-EXIT                               00126700
126800     END-IF                                                       00126800
126900     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00126900
127000         BY VALUE LS-FLAG-STMT                                    00127000
127100         RETURNING LS-SQL-RC                                      00127100
127200     END-CALL                                                     00127200
127300     MOVE 'DORMANT' TO WS-AUDIT-OP                                00127300
127400     PERFORM BUILD-DORMANT-AUDIT                                  00127400
127500     PERFORM WRITE-AUDIT-LOG                                      00127500
127600     MOVE 'FLAGGED DORMANT' TO WS-AL-ACTION                       00127600
127700     PERFORM LIST-ONE-ACTION                                      00127700
127800     .                                                            00127800
127900 FLAG-DORMANT-ROW-EXIT.                                           00127900
128000     EXIT.                                                        00128000
128100*                                                                 00128100
128200* A dormant row with activity inside the limit, from a job        00128200
128300* that does not reactivate as it goes: reactivated here, and      00128300
128400* audited.                                                        00128400
128500*                                                                 00128500
128600 REACTIVATE-ACTIVE-ROW.                                           00128600
128700     ADD 1 TO WS-ACTIVE-AGAIN-COUNT                               00128700
128800     IF NOT WS-UPDATE-MODE THEN                                   00128800
128900        MOVE 'WOULD BE REACTIVATED' TO WS-AL-ACTION               00128900
129000        PERFORM LIST-ONE-ACTION                                   00129000
129100        GO TO REACTIVATE-ACTIVE-ROW-EXIT                          00129100
129200     END-IF                                                       00129200
129300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00129300
129400         BY VALUE LS-REACT-STMT                                   00129400
129500         BY VALUE LS-ONE                                          00129500
129600         BY REFERENCE WS-ASOF-DATE                                00129600
129700         BY VALUE 8                                               00129700
129800         BY VALUE SQLITE-TRANSIENT                                00129800
129900         RETURNING LS-SQL-RC                                      00129900
130000     END-CALL                                                     00130000
130100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00130100
130200         BY VALUE LS-REACT-STMT                                   00130200
130300         BY VALUE LS-TWO                                          00130300
130400         BY REFERENCE WS-JOB-NAME                                 00130400
130500         BY VALUE 8                                               00130500
130600         BY VALUE SQLITE-TRANSIENT                                00130600
130700         RETURNING LS-SQL-RC                                      00130700
130800     END-CALL                                                     00130800
130900     MOVE WS-TABLE-NAME-LEN TO LS-BIND-LENGTH                     00130900
131000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00131000
131100         BY VALUE LS-REACT-STMT                                   00131100
131200         BY VALUE LS-THREE                                        00131200
131300         BY REFERENCE WS-TABLE-NAME                               00131300
131400         BY VALUE LS-BIND-LENGTH                                  00131400
131500         BY VALUE SQLITE-TRANSIENT                                00131500
131600         RETURNING LS-SQL-RC                                      00131600
131700     END-CALL                                                     00131700
131800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00131800
131900         BY VALUE LS-REACT-STMT                                   00131900
132000         BY VALUE LS-FOUR                                         00132000
132100         BY VALUE WS-ROW-ID                                       00132100
132200         RETURNING LS-SQL-RC                                      00132200
132300     END-CALL                                                     00132300
132400     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00132400
132500         BY VALUE LS-REACT-STMT                                   00132500
132600         RETURNING LS-SQL-RC                                      00132600
132700     END-CALL                                                     00132700
132800     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00132800
132900        DISPLAY 'DORMANT UPDATE FAILED. RC='                      00132900
133000           LS-SQL-RC UPON SYSOUT                                  00133000
133100        PERFORM DISPLAY-SQL-ERROR                                 00133100
133200        MOVE +16 TO RETURN-CODE                                   00133200
133300        GO TO REACTIVATE-ACTIVE-ROW-EXIT                          00133300
133400     END-IF                                                       00133400
133500     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00133500
133600         BY VALUE LS-REACT-STMT                                   00133600
133700         RETURNING LS-SQL-RC                                      00133700
133800     END-CALL                                                     00133800
133900     MOVE 'REACTIVATE' TO WS-AUDIT-OP                             00133900
134000     PERFORM BUILD-DORMANT-AUDIT                                  00134000
134100     PERFORM WRITE-AUDIT-LOG                                      00134100
134200     MOVE 'REACTIVATED' TO WS-AL-ACTION                           00134200
134300     PERFORM LIST-ONE-ACTION                                      00134300
134400     .                                                            00134400
134500 REACTIVATE-ACTIVE-ROW-EXIT.                                      00134500
134600     EXIT.                                                        00134600
134700*                                                                 00134700
134800* The before and after images of a DORMANT or REACTIVATE          00134800
134900* audit row, kept under table name DORMANT so the table's own     00134900
135000* change stream (TESTCB10, TESTCB34) is not disturbed.            00135000
135100*                                                                 00135100
135200 BUILD-DORMANT-AUDIT.                                             00135200
135300     MOVE 'DORMANT' TO WS-AUDIT-TABLE                             00135300
135400     MOVE WS-ROW-ID TO WS-ROW-ID-DISPLAY                          00135400
135500     MOVE SPACES TO WS-AUDIT-BEFORE                               00135500
135600     MOVE 1 TO WS-AUDIT-BEFORE-PTR                                00135600
135700     STRING 'ID=' DELIMITED BY SIZE                               00135700
135800         WS-ROW-ID-DISPLAY DELIMITED BY SIZE                      00135800
135900         ' TABLE=' DELIMITED BY SIZE                              00135900
136000         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN)                       00136000
136100         DELIMITED BY SIZE                                        00136100
136200         INTO WS-AUDIT-BEFORE                                     00136200
136300         WITH POINTER WS-AUDIT-BEFORE-PTR                         00136300
136400     END-STRING                                                   00136400
136500     MOVE WS-AUDIT-BEFORE TO WS-AUDIT-AFTER                       00136500
136600     MOVE WS-AUDIT-BEFORE-PTR TO WS-AUDIT-AFTER-PTR               00136600
136700     IF WS-AUDIT-OP IS EQUAL TO 'DORMANT' THEN                    00136700
136800        STRING ' STATUS=ACTIVE' DELIMITED BY SIZE                 00136800
136900            INTO WS-AUDIT-BEFORE                                  00136900
137000            WITH POINTER WS-AUDIT-BEFORE-PTR                      00137000
137100        END-STRING                                                00137100
137200        STRING ' STATUS=DORMANT LAST=' DELIMITED BY SIZE          00137200
137300            WS-LAST-ACTIVITY DELIMITED BY SIZE                    00137300
137400            INTO WS-AUDIT-AFTER                                   00137400
137500            WITH POINTER WS-AUDIT-AFTER-PTR                       00137500
137600        END-STRING                                                00137600
137700     ELSE                                                         00137700
137800        STRING ' STATUS=DORMANT' DELIMITED BY SIZE                00137800
137900            INTO WS-AUDIT-BEFORE                                  00137900
138000            WITH POINTER WS-AUDIT-BEFORE-PTR                      00138000
138100        END-STRING                                                00138100
138200        STRING ' STATUS=ACTIVE LAST=' DELIMITED BY SIZE           00138200
138300            WS-LAST-ACTIVITY DELIMITED BY SIZE                    00138300
138400            INTO WS-AUDIT-AFTER                                   00138400
138500            WITH POINTER WS-AUDIT-AFTER-PTR                       00138500
138600        END-STRING                                                00138600
138700     END-IF                                                       00138700
138800     .                                                            00138800
138900 LIST-ONE-ACTION.                                                 00138900
139000     MOVE WS-ROW-ID TO WS-AL-ID                                   00139000
139100     MOVE WS-ROW-NAME TO WS-AL-NAME                               00139100
139200     MOVE WS-ROW-AMOUNT TO WS-AL-AMOUNT                           00139200
139300     MOVE WS-LAST-ACTIVITY TO WS-AL-LAST                          00139300
139400     MOVE WS-BKT-LABEL(WS-BKT-I) TO WS-AL-BUCKET                  00139400
139500     MOVE WS-AGING-LINE TO WS-REPORT-LINE                         00139500
139600     PERFORM WRITE-REPORT-LINE-OUT                                00139600
139700     MOVE SPACES TO WS-AGING-LINE                                 00139700
139800     .                                                            00139800
139900 LIST-ONE-REACTIVATION.                                           00139900
140000     MOVE SPACES TO WS-REACT-LINE                                 00140000
140100     MOVE +0 TO LS-COLUMN-NUMBER                                  00140100
140200     PERFORM GET-COLUMN-INT                                       00140200
140300     MOVE LS-COLUMN-INT TO WS-RL-ID                               00140300
140400     MOVE +1 TO LS-COLUMN-NUMBER                                  00140400
140500     PERFORM GET-COLUMN-TEXT                                      00140500
140600     MOVE WS-COL-VALUE TO WS-RL-LAST                              00140600
140700     MOVE +2 TO LS-COLUMN-NUMBER                                  00140700
140800     PERFORM GET-COLUMN-TEXT                                      00140800
140900     MOVE WS-COL-VALUE TO WS-RL-DORMANT                           00140900
141000     MOVE +3 TO LS-COLUMN-NUMBER                                  00141000
141100     PERFORM GET-COLUMN-TEXT                                      00141100
141200     MOVE WS-COL-VALUE TO WS-RL-DORMANT-JOB                       00141200
141300     MOVE +4 TO LS-COLUMN-NUMBER                                  00141300
141400     PERFORM GET-COLUMN-TEXT                                      00141400
141500     MOVE WS-COL-VALUE TO WS-RL-REACT-DATE                        00141500
141600     MOVE +5 TO LS-COLUMN-NUMBER                                  00141600
141700     PERFORM GET-COLUMN-TEXT                                      00141700
141800     MOVE WS-COL-VALUE TO WS-RL-REACT-BY                          00141800
141900     MOVE +6 TO LS-COLUMN-NUMBER                                  00141900
142000     PERFORM GET-COLUMN-TEXT                                      00142000
142100     MOVE WS-COL-VALUE TO WS-RL-REACT-JOB                         00142100
142200     MOVE WS-REACT-LINE TO WS-REPORT-LINE                         00142200
142300     PERFORM WRITE-REPORT-LINE-OUT                                00142300
142400     .                                                            00142400
142500*                                                                 00142500
142600* The table name, unpadded, as ?1 of LS-WORK-STMT.                00142600
142700*                                                                 00142700
142800 BIND-TABLE-NAME.                                                 00142800
142900     MOVE WS-TABLE-NAME-LEN TO LS-BIND-LENGTH                     00142900
143000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00143000
143100         BY VALUE LS-WORK-STMT                                    00143100
143200         BY VALUE LS-ONE                                          00143200
143300         BY REFERENCE WS-TABLE-NAME                               00143300
143400         BY VALUE LS-BIND-LENGTH                                  00143400
143500         BY VALUE SQLITE-TRANSIENT                                00143500
143600         RETURNING LS-SQL-RC                                      00143600
143700     END-CALL                                                     00143700
143800     .                                                            00143800
143900*                                                                 00143900
144000* The DORMANT status table: one row per dormant row of any        00144000
144100* table, by table name and ID. A reactivated row keeps its        00144100
144200* entry, marked REACTIVATED, until the next UPDATE run has        00144200
144300* reported it.                                                    00144300
144400*                                                                 00144400
144500 CREATE-DORMANT-TABLE.                                            00144500
144600     MOVE 1 TO WS-SQL-PTR                                         00144600
144700     STRING 'CREATE TABLE IF NOT EXISTS DORMANT ('                00144700
144800         DELIMITED BY SIZE                                        00144800
144900         'TABLE_NAME TEXT, ID INTEGER, STATUS TEXT, '             00144900
145000         DELIMITED BY SIZE                                        00145000
145100         'LAST_ACTIVITY TEXT, AMOUNT REAL, ' DELIMITED BY SIZE    00145100
145200         'DORMANT_DATE TEXT, DORMANT_JOB TEXT, '                  00145200
145300         DELIMITED BY SIZE                                        00145300
145400         'REACTIVATED_DATE TEXT, REACTIVATED_BY TEXT, '           00145400
145500         DELIMITED BY SIZE                                        00145500
145600         'REACTIVATED_JOB TEXT, ' DELIMITED BY SIZE               00145600
145700         'PRIMARY KEY (TABLE_NAME, ID))' DELIMITED BY SIZE        00145700
145800         INTO SQL-ZCHAR                                           00145800
145900         WITH POINTER WS-SQL-PTR                                  00145900
146000     END-STRING                                                   00146000
146100     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00146100
146200     MOVE 'CREATE DORMANT' TO WS-PREP-LABEL                       00146200
146300     PERFORM EXECUTE-ONE-STATEMENT                                00146300
146400     .                                                            00146400
146500*                                                                 00146500
146600* ASOFDATE less WS-CUT-YEARS years into WS-CUT-DATE.              00146600
146700*                                                                 00146700
146800 FIND-CUTOFF-DATE.                                                00146800
146900     MOVE WS-ASOF-DATE TO WS-CUT-DATE                             00146900
147000     SUBTRACT WS-CUT-YEARS FROM WS-CUT-YYYY                       00147000
147100     IF WS-CUT-MMDD IS EQUAL TO '0229' THEN                       00147100
147200        MOVE WS-CUT-DATE TO WS-CEEDAYS-IN-STR                     00147200
147300        PERFORM EDIT-PARM-DATE                                    00147300
147400        IF NOT WS-DATE-OK THEN                                    00147400
147500           MOVE '0228' TO WS-CUT-MMDD                             00147500
147600        END-IF                                                    00147600
147700     END-IF                                                       00147700
147800     .                                                            00147800
147900*                                                                 00147900
148000* The NUMERIC 1 to 99 field in WS-NUM-TEXT, left justified,       00148000
148100* into WS-NUM-VALUE.                                              00148100
148200*                                                                 00148200
148300 EDIT-PARM-NUMBER.                                                00148300
148400     MOVE 'N' TO WS-NUM-OK-SWITCH                                 00148400
148500     MOVE ZERO TO WS-NUM-VALUE                                    00148500
148600     MOVE ZERO TO WS-PARM-LEN                                     00148600
148700     INSPECT WS-NUM-TEXT TALLYING WS-PARM-LEN                     00148700
148800             FOR CHARACTERS BEFORE INITIAL SPACE                  00148800
148900     IF WS-PARM-LEN IS GREATER THAN ZERO AND                      00148900
149000        WS-PARM-LEN IS LESS THAN 3 THEN                           00149000
149100        IF WS-NUM-TEXT(1:WS-PARM-LEN) IS NUMERIC THEN             00149100
149200           COMPUTE WS-NUM-VALUE =                                 00149200
149300              FUNCTION NUMVAL(WS-NUM-TEXT(1:WS-PARM-LEN))         00149300
149400           IF WS-NUM-VALUE IS GREATER THAN ZERO THEN              00149400
149500              MOVE 'Y' TO WS-NUM-OK-SWITCH                        00149500
149600           END-IF                                                 00149600
149700        END-IF                                                    00149700
149800     END-IF                                                       00149800
149900     .                                                            00149900
150000*                                                                 00150000
150100* The YYYYMMDD date in WS-CEEDAYS-IN-STR, checked by              00150100
150200* CEEDAYS, into LS-DAY-LILIAN.                                    00150200
150300*                                                                 00150300
150400 EDIT-PARM-DATE.                                                  00150400
150500     MOVE 'N' TO WS-DATE-OK-SWITCH                                00150500
150600     IF WS-CEEDAYS-IN-STR IS NUMERIC THEN                         00150600
150700        CALL 'CEEDAYS' USING WS-CEEDAYS-INPUT,                    00150700
150800             WS-DATE-PICTURE, LS-DAY-LILIAN, LE-FC                00150800
150900        IF SEVERITY IS EQUAL TO ZERO THEN                         00150900
151000           MOVE 'Y' TO WS-DATE-OK-SWITCH                          00151000
151100        END-IF                                                    00151100
151200     END-IF                                                       00151200
151300     .                                                            00151300
151400*                                                                 00151400
151500* Reusable audit paragraph: caller sets WS-AUDIT-TABLE,           00151500
151600* WS-AUDIT-OP, WS-AUDIT-BEFORE, and WS-AUDIT-AFTER, then          00151600
151700* PERFORMs this to record the change in AUDIT_LOG. A              00151700
151800* failure here is logged but does not GOBACK, since a             00151800
151900* broken audit trail should not itself abend the run.             00151900
152000*                                                                 00152000
152100 WRITE-AUDIT-LOG.                                                 00152100
152200     CALL 'CEEGMT' USING LS-LILIAN, LS-AUDIT-GMT-SECS, LE-FC      00152200
152300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00152300
152400         BY VALUE LS-AUDIT-STMT                                   00152400
152500         BY VALUE LS-ONE                                          00152500
152600         BY REFERENCE WS-AUDIT-TABLE                              00152600
152700         BY VALUE 30                                              00152700
152800         BY VALUE SQLITE-TRANSIENT                                00152800
152900         RETURNING LS-SQL-RC                                      00152900
153000     END-CALL                                                     00153000
153100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00153100
153200         BY VALUE LS-AUDIT-STMT                                   00153200
153300         BY VALUE LS-TWO                                          00153300
153400         BY REFERENCE WS-AUDIT-OP                                 00153400
153500         BY VALUE 10                                              00153500
153600         BY VALUE SQLITE-TRANSIENT                                00153600
153700         RETURNING LS-SQL-RC                                      00153700
153800     END-CALL                                                     00153800
153900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00153900
154000         BY VALUE LS-AUDIT-STMT                                   00154000
154100         BY VALUE LS-THREE                                        00154100
154200         BY REFERENCE WS-AUDIT-BEFORE                             00154200
154300         BY VALUE 75                                              00154300
154400         BY VALUE SQLITE-TRANSIENT                                00154400
154500         RETURNING LS-SQL-RC                                      00154500
154600     END-CALL                                                     00154600
154700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00154700
154800         BY VALUE LS-AUDIT-STMT                                   00154800
154900         BY VALUE LS-FOUR                                         00154900
155000         BY REFERENCE WS-AUDIT-AFTER                              00155000
155100         BY VALUE 75                                              00155100
155200         BY VALUE SQLITE-TRANSIENT                                00155200
155300         RETURNING LS-SQL-RC                                      00155300
155400     END-CALL                                                     00155400
155500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00155500
155600         BY VALUE LS-AUDIT-STMT                                   00155600
155700         BY VALUE LS-FIVE                                         00155700
155800         BY VALUE LS-AUDIT-GMT-SECS                               00155800
155900         RETURNING LS-SQL-RC                                      00155900
156000     END-CALL                                                     00156000
156100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00156100
156200         BY VALUE LS-AUDIT-STMT                                   00156200
156300         BY VALUE LS-SIX                                          00156300
156400         BY REFERENCE WS-JOB-NAME                                 00156400
156500         BY VALUE 8                                               00156500
156600         BY VALUE SQLITE-TRANSIENT                                00156600
156700         RETURNING LS-SQL-RC                                      00156700
156800     END-CALL                                                     00156800
156900     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00156900
157000         BY VALUE LS-AUDIT-STMT                                   00157000
157100         RETURNING LS-SQL-RC                                      00157100
157200     END-CALL                                                     00157200
157300     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00157300
157400        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00157400
157500        DISPLAY 'AUDIT LOG INSERT FAILED. RC='                    00157500
157600           LS-SQL-RC UPON SYSOUT                                  00157600
157700        PERFORM DISPLAY-SQL-ERROR                                 00157700
157800     END-IF                                                       00157800
157900     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00157900
158000         BY VALUE LS-AUDIT-STMT                                   00158000
158100         RETURNING LS-SQL-RC                                      00158100
158200     END-CALL                                                     00158200
158300     .                                                            00158300
158400*                                                                 00158400
158500* Read one SYSTEM_PARMS value: the caller names the keyword       00158500
158600* in WS-SYSPARM-KEY; the value comes back in                      00158600
158700* WS-SYSPARM-VALUE with WS-SYSPARM-FOUND on. A data base          00158700
158800* with no SYSTEM_PARMS table (TESTCB33 has never run              00158800
158900* against it) simply leaves the switch off.                       00158900
159000*                                                                 00159000
159100 GET-SYSTEM-PARM.                                                 00159100
159200     MOVE 'N' TO WS-SYSPARM-FOUND-SWITCH                          00159200
159300     MOVE SPACES TO WS-SYSPARM-VALUE                              00159300
159400     MOVE ZERO TO WS-SYSPARM-KEY-LEN                              00159400
159500     INSPECT WS-SYSPARM-KEY TALLYING WS-SYSPARM-KEY-LEN           00159500
159600             FOR CHARACTERS BEFORE INITIAL SPACE                  00159600
159700     MOVE 1 TO WS-SQL-PTR                                         00159700
159800     STRING 'SELECT PARM_VALUE FROM SYSTEM_PARMS WHERE '          00159800
159900         DELIMITED BY SIZE                                        00159900
160000         'PARM_KEYWORD = ''' DELIMITED BY SIZE                    00160000
160100         WS-SYSPARM-KEY(1:WS-SYSPARM-KEY-LEN)                     00160100
160200         DELIMITED BY SIZE                                        00160200
160300         '''' DELIMITED BY SIZE                                   00160300
160400         INTO SQL-ZCHAR                                           00160400
160500         WITH POINTER WS-SQL-PTR                                  00160500
160600     END-STRING                                                   00160600
160700     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00160700
160800     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00160800
160900         BY VALUE LS-DB                                           00160900
161000         BY REFERENCE SQL-ZCHAR                                   00161000
161100         BY VALUE LS-MINUS-ONE                                    00161100
161200         BY REFERENCE LS-SYSPARM-STMT                             00161200
161300         BY VALUE LS-ZERO                                         00161300
161400         RETURNING LS-SQL-RC                                      00161400
161500     END-CALL                                                     00161500
161600     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00161600
161700        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00161700
161800        DISPLAY 'NO SYSTEM_PARMS VALUE FOR '                      00161800
161900           WS-SYSPARM-KEY UPON SYSOUT                             00161900
162000     ELSE                                                         00162000
162100        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00162100
162200            BY VALUE LS-SYSPARM-STMT                              00162200
162300            RETURNING LS-SQL-RC                                   00162300
162400        END-CALL                                                  00162400
162500        IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                  00162500
162600           CALL SQLITE3A USING                                    00162600
162700               BY REFERENCE SQLITE3-COLUMN-TEXT                   00162700
162800               BY VALUE LS-SYSPARM-STMT                           00162800
162900               BY VALUE LS-ZERO                                   00162900
163000               RETURNING LS-COLUMN-POINTER                        00163000
163100           END-CALL                                               00163100
163200           IF LS-COLUMN-POINTER IS NOT EQUAL TO NULL THEN         00163200
163300              SET ADDRESS OF LINKAGE-COLUMN-TEXT TO               00163300
163400                  LS-COLUMN-POINTER                               00163400
163500              MOVE ZERO TO WS-SYSPARM-VAL-LEN                     00163500
163600              INSPECT LINKAGE-COLUMN-TEXT                         00163600
163700                 TALLYING WS-SYSPARM-VAL-LEN                      00163700
163800                 FOR CHARACTERS BEFORE INITIAL LOW-VALUE          00163800
163900              IF WS-SYSPARM-VAL-LEN IS GREATER THAN ZERO          00163900
164000                 THEN                                             00164000
164100                 MOVE LINKAGE-COLUMN-TEXT                         00164100
164200                    (1:WS-SYSPARM-VAL-LEN)                        00164200
164300                    TO WS-SYSPARM-VALUE                           00164300
164400                 MOVE 'Y' TO WS-SYSPARM-FOUND-SWITCH              00164400
164500                 DISPLAY 'SYSTEM PARM ' WS-SYSPARM-KEY            00164500
164600                    '= ' WS-SYSPARM-VALUE UPON SYSOUT             00164600
164700              END-IF                                              00164700
164800           END-IF                                                 00164800
164900        END-IF                                                    00164900
165000        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00165000
165100            BY VALUE LS-SYSPARM-STMT                              00165100
165200            RETURNING LS-SQL-RC                                   00165200
165300        END-CALL                                                  00165300
165400     END-IF                                                       00165400
165500     .                                                            00165500
165600*                                                                 00165600
165700* Run the statement in SQL-ZCHAR that returns no rows; a          00165700
165800* failure ends the step RC=16.                                    00165800
165900*                                                                 00165900
166000 EXECUTE-ONE-STATEMENT.                                           00166000
166100     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00166100
166200         BY VALUE LS-DB                                           00166200
166300         BY REFERENCE SQL-ZCHAR                                   00166300
166400         BY VALUE LS-ZERO                                         00166400
166500         BY VALUE LS-ZERO                                         00166500
166600         BY VALUE LS-ZERO                                         00166600
166700         RETURNING LS-SQL-RC                                      00166700
166800     END-CALL                                                     00166800
166900     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00166900
167000        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00167000
167100        DISPLAY WS-PREP-LABEL ' FAILED. RC='                      00167100
167200           LS-SQL-RC UPON SYSOUT                                  00167200
167300        PERFORM DISPLAY-SQL-ERROR                                 00167300
167400        MOVE +16 TO RETURN-CODE                                   00167400
167500        GO TO SHUTDOWN                                            00167500
167600     END-IF                                                       00167600
167700     .                                                            00167700
167800 PREPARE-ONE-STATEMENT.                                           00167800
167900     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00167900
168000         BY VALUE LS-DB                                           00168000
168100         BY REFERENCE SQL-ZCHAR                                   00168100
168200         BY VALUE LS-MINUS-ONE                                    00168200
168300         BY REFERENCE LS-PREPARED-STMT                            00168300
168400         BY VALUE LS-ZERO                                         00168400
168500         RETURNING LS-SQL-RC                                      00168500
168600     END-CALL                                                     00168600
168700     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00168700
168800        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00168800
168900        DISPLAY 'PREPARE OF ' WS-PREP-LABEL                       00168900
169000           ' FAILED. RC=' LS-SQL-RC UPON SYSOUT                   00169000
169100        PERFORM DISPLAY-SQL-ERROR                                 00169100
169200        MOVE +16 TO RETURN-CODE                                   00169200
169300        GO TO SHUTDOWN                                            00169300
169400     END-IF                                                       00169400
169500     .                                                            00169500
169600*                                                                 00169600
169700* Prepare the statement in SQL-ZCHAR against a table this job     00169700
169800* may not find (AUDIT_LOG, DORMANT); when the table was never     00169800
169900* created WS-PREP-OK stays off and the caller carries on          00169900
170000* without it.                                                     00170000
170100*                                                                 00170100
170200 PREPARE-SOFT-STATEMENT.                                          00170200
170300     MOVE 'N' TO WS-PREP-OK-SWITCH                                00170300
170400     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00170400
170500         BY VALUE LS-DB                                           00170500
170600         BY REFERENCE SQL-ZCHAR                                   00170600
170700         BY VALUE LS-MINUS-ONE                                    00170700
170800         BY REFERENCE LS-PREPARED-STMT                            00170800
170900         BY VALUE LS-ZERO                                         00170900
171000         RETURNING LS-SQL-RC                                      00171000
171100     END-CALL                                                     00171100
171200     IF LS-SQL-RC IS EQUAL TO SQLITE-OK OR                        00171200
171300        LS-SQL-RC IS EQUAL TO SQLITE-DONE THEN                    00171300
171400        MOVE 'Y' TO WS-PREP-OK-SWITCH                             00171400
171500     END-IF                                                       00171500
171600     .                                                            00171600
171700*                                                                 00171700
171800* Fetch the text of column LS-COLUMN-NUMBER of the current        00171800
171900* LS-WORK-STMT row into WS-COL-VALUE/WS-COL-VALUE-LEN, the        00171900
172000* same null-terminated-pointer handling TESTCOB2 uses.            00172000
172100*                                                                 00172100
172200 GET-COLUMN-TEXT.                                                 00172200
172300     CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-TEXT         00172300
172400         BY VALUE LS-WORK-STMT                                    00172400
172500         BY VALUE LS-COLUMN-NUMBER                                00172500
172600         RETURNING LS-COLUMN-POINTER                              00172600
172700     END-CALL                                                     00172700
172800     MOVE SPACES TO WS-COL-VALUE                                  00172800
172900     MOVE ZERO TO WS-COL-VALUE-LEN                                00172900
173000     IF LS-COLUMN-POINTER IS NOT EQUAL TO NULL THEN               00173000
173100        SET ADDRESS OF LINKAGE-COLUMN-TEXT TO LS-COLUMN-POINTER   00173100
173200        INSPECT LINKAGE-COLUMN-TEXT TALLYING WS-COL-VALUE-LEN     00173200
173300           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00173300
173400        IF WS-COL-VALUE-LEN IS GREATER THAN 80 THEN               00173400
173500           MOVE 80 TO WS-COL-VALUE-LEN                            00173500
173600        END-IF                                                    00173600
173700        IF WS-COL-VALUE-LEN IS GREATER THAN ZERO THEN             00173700
173800           MOVE LINKAGE-COLUMN-TEXT(1:WS-COL-VALUE-LEN)           00173800
173900              TO WS-COL-VALUE                                     00173900
174000        END-IF                                                    00174000
174100     END-IF                                                       00174100
174200     .                                                            00174200
174300*                                                                 00174300
174400* Column LS-COLUMN-NUMBER of the current LS-WORK-STMT row as      00174400
174500* an integer in LS-COLUMN-INT.                                    00174500
174600*                                                                 00174600
174700 GET-COLUMN-INT.                                                  00174700
174800     CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-INT          00174800
174900         BY VALUE LS-WORK-STMT                                    00174900
175000         BY VALUE LS-COLUMN-NUMBER                                00175000
175100         RETURNING LS-COLUMN-INT                                  00175100
175200     END-CALL                                                     00175200
175300     .                                                            00175300
175400 WRITE-REPORT-LINE-OUT.                                           00175400
175500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN                   00175500
175600        PERFORM WRITE-REPORT-HEADING                              00175600
175700     END-IF                                                       00175700
175800     MOVE WS-REPORT-LINE TO REPORT1-RECORD                        00175800
175900     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00175900
176000     ADD 1 TO WS-LINE-COUNT                                       00176000
176100     MOVE SPACES TO WS-REPORT-LINE                                00176100
176200     .                                                            00176200
176300 WRITE-REPORT-HEADING.                                            00176300
176400     ADD 1 TO WS-PAGE-COUNT                                       00176400
176500     MOVE WS-PAGE-COUNT TO WS-PAGE-NUM-DISPLAY                    00176500
176600     MOVE SPACES TO REPORT1-RECORD                                00176600
176700     MOVE 1 TO WS-RPT-PTR                                         00176700
176800     STRING 'TESTCB50' DELIMITED BY SIZE                          00176800
176900         '   RUN DATE: ' DELIMITED BY SIZE                        00176900
177000         WS-RUN-DATE DELIMITED BY SIZE                            00177000
177100         '   PAGE: ' DELIMITED BY SIZE                            00177100
177200         WS-PAGE-NUM-DISPLAY DELIMITED BY SIZE                    00177200
177300         INTO REPORT1-RECORD                                      00177300
177400         WITH POINTER WS-RPT-PTR                                  00177400
177500     END-STRING                                                   00177500
177600     WRITE REPORT1-RECORD AFTER ADVANCING PAGE                    00177600
177700     MOVE SPACES TO REPORT1-RECORD                                00177700
177800     MOVE 1 TO WS-RPT-PTR                                         00177800
177900     STRING 'DORMANT-RECORD AGING OF ' DELIMITED BY SIZE          00177900
178000         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN)                       00178000
178100         DELIMITED BY SIZE                                        00178100
178200         ' AS OF ' DELIMITED BY SIZE                              00178200
178300         WS-ASOF-DATE DELIMITED BY SIZE                           00178300
178400         ', ' DELIMITED BY SIZE                                   00178400
178500         WS-RUN-MODE DELIMITED BY SPACE                           00178500
178600         ' MODE' DELIMITED BY SIZE                                00178600
178700         INTO REPORT1-RECORD                                      00178700
178800         WITH POINTER WS-RPT-PTR                                  00178800
178900     END-STRING                                                   00178900
179000     EVALUATE TRUE                                                00179000
179100     WHEN WS-LISTING-ACTIONS                                      00179100
179200          STRING ' - ROWS FLAGGED AND REACTIVATED'                00179200
179300              DELIMITED BY SIZE                                   00179300
179400              INTO REPORT1-RECORD                                 00179400
179500              WITH POINTER WS-RPT-PTR                             00179500
179600          END-STRING                                              00179600
179700     WHEN WS-LISTING-BUCKETS                                      00179700
179800          STRING ' - ROWS BY AGE OF LAST ACTIVITY'                00179800
179900              DELIMITED BY SIZE                                   00179900
180000              INTO REPORT1-RECORD                                 00180000
180100              WITH POINTER WS-RPT-PTR                             00180100
180200          END-STRING                                              00180200
180300     WHEN WS-LISTING-REACTIVATED                                  00180300
180400          STRING ' - REACTIVATION REPORT'                         00180400
180500              DELIMITED BY SIZE                                   00180500
180600              INTO REPORT1-RECORD                                 00180600
180700              WITH POINTER WS-RPT-PTR                             00180700
180800          END-STRING                                              00180800
180900     WHEN OTHER                                                   00180900
181000          CONTINUE                                                00181000
181100     END-EVALUATE                                                 00181100
181200     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00181200
181300     MOVE 1 TO WS-LINE-COUNT                                      00181300
181400     EVALUATE TRUE                                                00181400
181500     WHEN WS-LISTING-ACTIONS                                      00181500
181600          MOVE WS-AGING-HEADER TO REPORT1-RECORD                  00181600
181700          WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE             00181700
181800     WHEN WS-LISTING-BUCKETS                                      00181800
181900          MOVE WS-BUCKET-HEADER TO REPORT1-RECORD                 00181900
182000          WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE             00182000
182100     WHEN WS-LISTING-REACTIVATED                                  00182100
182200          MOVE WS-REACT-HEADER TO REPORT1-RECORD                  00182200
182300          WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE             00182300
182400     WHEN OTHER                                                   00182400
182500          CONTINUE                                                00182500
182600     END-EVALUATE                                                 00182600
182700     .                                                            00182700
182800                                                                  00182800
182900 DISPLAY-SQL-ERROR.                                               00182900
183000     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRCODE             00183000
183100         BY VALUE LS-DB                                           00183100
183200         RETURNING LS-SQL-ERRCODE                                 00183200
183300     END-CALL                                                     00183300
183400     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRMSG              00183400
183500         BY VALUE LS-DB                                           00183500
183600         RETURNING LS-ERRMSG-POINTER                              00183600
183700     END-CALL                                                     00183700
183800     MOVE SPACES TO WS-ERRMSG-TEXT                                00183800
183900     MOVE ZERO TO WS-ERRMSG-LEN                                   00183900
184000     IF LS-ERRMSG-POINTER IS NOT EQUAL TO NULL THEN               00184000
184100        SET ADDRESS OF LINKAGE-COLUMN-TEXT                        00184100
184200           TO LS-ERRMSG-POINTER                                   00184200
184300        INSPECT LINKAGE-COLUMN-TEXT                               00184300
184400           TALLYING WS-ERRMSG-LEN                                 00184400
184500           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00184500
184600        MOVE LINKAGE-COLUMN-TEXT(1:WS-ERRMSG-LEN)                 00184600
184700           TO WS-ERRMSG-TEXT                                      00184700
184800     END-IF                                                       00184800
184900     DISPLAY '  SQLITE ERRCODE=' LS-SQL-ERRCODE                   00184900
185000         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00185000
185100         UPON SYSOUT                                              00185100
185200     .                                                            00185200
185300*                                                                 00185300
185400* Leave this step's STEP_METRICS row for the TESTCB45             00185400
185500* batch-window report. The row goes in on a connection of its     00185500
185600* own once the step's own work is finished, so a read-only step   00185600
185700* stays read-only and the row is never part of (or waiting on)    00185700
185800* the step's own transaction. A failure here is reported and      00185800
185900* nothing more: the step keeps the return code its own work       00185900
186000* earned. A data base that does not exist is not created just     00186000
186100* to hold the row.                                                00186100
186200*                                                                 00186200
186300 RECORD-STEP-METRICS.                                             00186300
186400     MOVE RETURN-CODE TO LS-METRICS-STEP-RC                       00186400
186500     IF WS-METRICS-DBPATH(1:1) IS EQUAL TO LOW-VALUE THEN         00186500
186600        GO TO RECORD-STEP-METRICS-EXIT                            00186600
186700     END-IF                                                       00186700
186800     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       00186800
186900          LS-METRICS-END-SECS, LE-FC                              00186900
187000     MOVE SPACES TO WS-METRICS-JOB                                00187000
187100     CALL 'CEE3JPI' USING LS-METRICS-JPI-FUNC, WS-METRICS-JOB,    00187100
187200          LS-METRICS-JPI-BUFLEN, LS-METRICS-JPI-RETLEN, LE-FC     00187200
187300     MOVE SQLITE-OPEN-READWRITE TO LS-METRICS-FLAGS               00187300
187400     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00187400
187500         BY REFERENCE WS-METRICS-DBPATH                           00187500
187600         BY REFERENCE LS-METRICS-DB                               00187600
187700         BY VALUE LS-METRICS-FLAGS                                00187700
187800         BY VALUE LS-METRICS-NULL                                 00187800
187900         RETURNING LS-METRICS-RC                                  00187900
188000     END-CALL                                                     00188000
188100     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00188100
188200        DISPLAY 'STEP_METRICS NOT RECORDED. OPEN RC='             00188200
188300           LS-METRICS-RC UPON SYSOUT                              00188300
188400        GO TO RECORD-STEP-METRICS-CLOSE                           00188400
188500     END-IF                                                       00188500
188600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00188600
188700         BY VALUE LS-METRICS-DB                                   00188700
188800         BY VALUE LS-METRICS-WAIT-MS                              00188800
188900         RETURNING LS-METRICS-RC                                  00188900
189000     END-CALL                                                     00189000
189100     MOVE 1 TO WS-METRICS-PTR                                     00189100
189200     STRING 'CREATE TABLE IF NOT EXISTS STEP_METRICS ('           00189200
189300         DELIMITED BY SIZE                                        00189300
189400         'JOB_NAME TEXT, STEP_NAME TEXT, ' DELIMITED BY SIZE      00189400
189500         'BUSINESS_DATE TEXT, START_TIME REAL, '                  00189500
189600         DELIMITED BY SIZE                                        00189600
189700         'END_TIME REAL, ROWS_PROCESSED INTEGER, '                00189700
189800         DELIMITED BY SIZE                                        00189800
189900         'RETURN_CODE INTEGER)' DELIMITED BY SIZE                 00189900
190000         INTO WS-METRICS-SQL                                      00190000
190100         WITH POINTER WS-METRICS-PTR                              00190100
190200     END-STRING                                                   00190200
190300     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          00190300
190400     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00190400
190500         BY VALUE LS-METRICS-DB                                   00190500
190600         BY REFERENCE WS-METRICS-SQL                              00190600
190700         BY VALUE LS-METRICS-NULL                                 00190700
190800         BY VALUE LS-METRICS-NULL                                 00190800
190900         BY VALUE LS-METRICS-NULL                                 00190900
191000         RETURNING LS-METRICS-RC                                  00191000
191100     END-CALL                                                     00191100
191200     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00191200
191300        DISPLAY 'STEP_METRICS NOT RECORDED. CREATE RC='           00191300
191400           LS-METRICS-RC UPON SYSOUT                              00191400
191500        GO TO RECORD-STEP-METRICS-CLOSE                           00191500
191600     END-IF                                                       00191600
191700     MOVE 1 TO WS-METRICS-PTR                                     00191700
191800     STRING 'INSERT INTO STEP_METRICS(JOB_NAME,STEP_NAME,'        00191800
191900         DELIMITED BY SIZE                                        00191900
192000         'BUSINESS_DATE,START_TIME,END_TIME,' DELIMITED BY SIZE   00192000
192100         'ROWS_PROCESSED,RETURN_CODE) ' DELIMITED BY SIZE         00192100
192200         'VALUES(?,?,?,?,?,?,?)' DELIMITED BY SIZE                00192200
192300         INTO WS-METRICS-SQL                                      00192300
192400         WITH POINTER WS-METRICS-PTR                              00192400
192500     END-STRING                                                   00192500
192600     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          00192600
192700     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00192700
192800         BY VALUE LS-METRICS-DB                                   00192800
192900         BY REFERENCE WS-METRICS-SQL                              00192900
193000         BY VALUE LS-METRICS-MINUS-ONE                            00193000
193100         BY REFERENCE LS-METRICS-STMT                             00193100
193200         BY VALUE LS-METRICS-NULL                                 00193200
193300         RETURNING LS-METRICS-RC                                  00193300
193400     END-CALL                                                     00193400
193500     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00193500
193600        DISPLAY 'STEP_METRICS NOT RECORDED. PREPARE RC='          00193600
193700           LS-METRICS-RC UPON SYSOUT                              00193700
193800        GO TO RECORD-STEP-METRICS-CLOSE                           00193800
193900     END-IF                                                       00193900
194000     MOVE 1 TO LS-METRICS-COL                                     00194000
194100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00194100
194200         BY VALUE LS-METRICS-STMT                                 00194200
194300         BY VALUE LS-METRICS-COL                                  00194300
194400         BY REFERENCE WS-METRICS-JOB                              00194400
194500         BY VALUE 8                                               00194500
194600         BY VALUE SQLITE-TRANSIENT                                00194600
194700         RETURNING LS-METRICS-RC                                  00194700
194800     END-CALL                                                     00194800
194900     MOVE 2 TO LS-METRICS-COL                                     00194900
195000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00195000
195100         BY VALUE LS-METRICS-STMT                                 00195100
195200         BY VALUE LS-METRICS-COL                                  00195200
195300         BY REFERENCE WS-METRICS-STEP                             00195300
195400         BY VALUE 8                                               00195400
195500         BY VALUE SQLITE-TRANSIENT                                00195500
195600         RETURNING LS-METRICS-RC                                  00195600
195700     END-CALL                                                     00195700
195800     MOVE 3 TO LS-METRICS-COL                                     00195800
195900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00195900
196000         BY VALUE LS-METRICS-STMT                                 00196000
196100         BY VALUE LS-METRICS-COL                                  00196100
196200         BY REFERENCE WS-METRICS-DATE                             00196200
196300         BY VALUE 8                                               00196300
196400         BY VALUE SQLITE-TRANSIENT                                00196400
196500         RETURNING LS-METRICS-RC                                  00196500
196600     END-CALL                                                     00196600
196700     CALL SQLITE3A USING                                          00196700
196800         BY REFERENCE CONVERT-HFP-TO-BFP                          00196800
196900         BY VALUE LS-METRICS-START-SECS                           00196900
197000         BY REFERENCE LS-METRICS-TIME-BFP                         00197000
197100     END-CALL                                                     00197100
197200     MOVE 4 TO LS-METRICS-COL                                     00197200
197300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00197300
197400         BY VALUE LS-METRICS-STMT                                 00197400
197500         BY VALUE LS-METRICS-COL                                  00197500
197600         BY VALUE LS-METRICS-TIME-BFP                             00197600
197700         RETURNING LS-METRICS-RC                                  00197700
197800     END-CALL                                                     00197800
197900     CALL SQLITE3A USING                                          00197900
198000         BY REFERENCE CONVERT-HFP-TO-BFP                          00198000
198100         BY VALUE LS-METRICS-END-SECS                             00198100
198200         BY REFERENCE LS-METRICS-TIME-BFP                         00198200
198300     END-CALL                                                     00198300
198400     MOVE 5 TO LS-METRICS-COL                                     00198400
198500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00198500
198600         BY VALUE LS-METRICS-STMT                                 00198600
198700         BY VALUE LS-METRICS-COL                                  00198700
198800         BY VALUE LS-METRICS-TIME-BFP                             00198800
198900         RETURNING LS-METRICS-RC                                  00198900
199000     END-CALL                                                     00199000
199100     MOVE 6 TO LS-METRICS-COL                                     00199100
199200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00199200
199300         BY VALUE LS-METRICS-STMT                                 00199300
199400         BY VALUE LS-METRICS-COL                                  00199400
199500         BY VALUE LS-METRICS-ROWS                                 00199500
199600         RETURNING LS-METRICS-RC                                  00199600
199700     END-CALL                                                     00199700
199800     MOVE 7 TO LS-METRICS-COL                                     00199800
199900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00199900
200000         BY VALUE LS-METRICS-STMT                                 00200000
200100         BY VALUE LS-METRICS-COL                                  00200100
200200         BY VALUE LS-METRICS-STEP-RC                              00200200
200300         RETURNING LS-METRICS-RC                                  00200300
200400     END-CALL                                                     00200400
200500     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00200500
200600         BY VALUE LS-METRICS-STMT                                 00200600
200700         RETURNING LS-METRICS-RC                                  00200700
200800     END-CALL                                                     00200800
200900     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-DONE THEN            00200900
201000        DISPLAY 'STEP_METRICS NOT RECORDED. INSERT RC='           00201000
201100           LS-METRICS-RC UPON SYSOUT                              00201100
201200     END-IF                                                       00201200
201300     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00201300
201400         BY VALUE LS-METRICS-STMT                                 00201400
201500         RETURNING LS-METRICS-RC                                  00201500
201600     END-CALL                                                     00201600
201700     .                                                            00201700
201800 RECORD-STEP-METRICS-CLOSE.                                       00201800
201900     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00201900
202000         BY VALUE LS-METRICS-DB                                   00202000
202100         RETURNING LS-METRICS-RC                                  00202100
202200     END-CALL                                                     00202200
202300     MOVE LS-METRICS-STEP-RC TO RETURN-CODE                       00202300
202400     .                                                            00202400
202500 RECORD-STEP-METRICS-EXIT.                                        00202500
202600     EXIT                                                         00202600
202700     .                                                            00202700
202800 END PROGRAM 'TESTCB50'.                                          00202800
