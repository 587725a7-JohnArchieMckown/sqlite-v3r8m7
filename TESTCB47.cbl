000100 PROCESS DYNAM,NAME,PGMNAME(COMPAT)                               00000100
000200 PROCESS ADV,AWO,NOC(W),FSRT,FLAG(I,I)                            00000200
000300 PROCESS INTDATE(ANSI),LANG(EN),LIB,LIST,MAP                      00000300
000400 PROCESS NONUM,NUMPROC(PFD),OBJ,APOST                             00000400
000500 PROCESS RENT,NOSEQ,SOURCE,NOSSRANGE,                             00000500
000600 PROCESS NOTERM,NOTEST,VBREF,                                     00000600
000700 PROCESS XREF(FULL),ZWB,FASTSRT,AR(E)                             00000700
000800 ID DIVISION.                                                     00000800
000900 PROGRAM-ID. 'TESTCB47'.                                          00000900
001000 AUTHOR. JOHN MCKOWN.                                             00001000
001100 INSTALLATION. CBT Tape.                                          00001100
001200 DATE-WRITTEN.                                                    00001200
001300 DATE-COMPILED.                                                   00001300
001400 SECURITY. NONE.                                                  00001400
001500*                                                                 00001500
001600* This program reports on the REJECT_HISTORY table, where         00001600
001700* TESTCOB4 and TESTCOB8 record every reject they write and        00001700
001800* TESTCB22 records every recycle of one. A reject is kept         00001800
001900* under the feed it first arrived in: the feed date and           00001900
002000* source from the LOADHDTR header (TESTCOB8, which has no         00002000
002100* header, uses its run date and its own name), its reason         00002100
002200* and its LOAD-ID. It is OPEN until TESTCOB4 loads its            00002200
002300* corrected record from the TESTCB22 feed (RECYCLED) or           00002300
002400* TESTCB22 gives up on it at the recycle limit (SUSPENDED).       00002400
002500* A recycled record rejected again is recorded once more          00002500
002600* with its recycle count, under the same first feed.              00002600
002700*                                                                 00002700
002800* REPORT1 lists:                                                  00002800
002900*   - for the feed dates FROMDATE to THRUDATE, by source and      00002900
003000*     reason: the rejects first written, the records that         00003000
003100*     source sent (TRL_COUNT on FEED_REGISTER) and the            00003100
003200*     reject rate, how many of the rejects were recycled,         00003200
003300*     suspended or are still open, and how many recycled          00003300
003400*     records were rejected again;                                00003400
003500*   - every reject of those feed dates recycled                   00003500
003600*     successfully, with the LOAD-ID it was loaded under          00003600
003700*     and the business date it was loaded;                        00003700
003800*   - every reject, of any feed date, not recycled although       00003800
003900*     its feed is more than AGEDAYS business days                 00003900
004000*     (BUSINESS_CALENDAR) older than THRUDATE.                    00004000
004100* The step ends RC=4 when any reject is unresolved past           00004100
004200* AGEDAYS, when BUSINESS_CALENDAR does not reach back that        00004200
004300* far (calendar days are counted instead), or when no             00004300
004400* REJECT_HISTORY has been recorded at all. The data base is       00004400
004500* opened read-only.                                               00004500
004600*                                                                 00004600
004700* PARM value is 4 positional comma delimited fields:              00004700
004800*     DBPATH,FROMDATE,THRUDATE,AGEDAYS                            00004800
004900* THRUDATE is YYYYMMDD, the run date when omitted. FROMDATE       00004900
005000* is YYYYMMDD, six days before THRUDATE (a week) when             00005000
005100* omitted. AGEDAYS is 1 to 99 business days, 5 when               00005100
005200* omitted.                                                        00005200
005300*                                                                 00005300
005400 ENVIRONMENT DIVISION.                                            00005400
005500 CONFIGURATION SECTION.                                           00005500
005600 SOURCE-COMPUTER. IBM-370.                                        00005600
005700 OBJECT-COMPUTER. IBM-370.                                        00005700
005800 SPECIAL-NAMES.                                                   00005800
005900 INPUT-OUTPUT SECTION.                                            00005900
006000 FILE-CONTROL.                                                    00006000
006100     SELECT REPORT1-FD ASSIGN TO REPORT1                          00006100
006200         ORGANIZATION IS SEQUENTIAL.                              00006200
006300 I-O-CONTROL.                                                     00006300
006400     APPLY WRITE-ONLY ON REPORT1-FD.                              00006400
006500*                                                                 00006500
006600 DATA DIVISION.                                                   00006600
006700 FILE SECTION.                                                    00006700
006800 FD  REPORT1-FD                                                   00006800
006900     RECORDING MODE IS F                                          00006900
007000     LABEL RECORDS ARE STANDARD.                                  00007000
007100 01  REPORT1-RECORD          PIC X(132).                          00007100
007200*                                                                 00007200
007300 WORKING-STORAGE SECTION.                                         00007300
007400 COPY COBSQLTE .                                                  00007400
007500 01  LE-FC.                                                       00007500
007600     02  CONDITION-TOKEN-VALUE.                                   00007600
007700     COPY  CEEIGZCT.                                              00007700
007800         03  CASE-1-CONDITION-ID.                                 00007800
007900             04  SEVERITY    PIC S9(4) BINARY.                    00007900
008000             04  MSG-NO      PIC S9(4) BINARY.                    00008000
008100         03  CASE-2-CONDITION-ID                                  00008100
008200                   REDEFINES CASE-1-CONDITION-ID.                 00008200
008300             04  CLASS-CODE  PIC S9(4) BINARY.                    00008300
008400             04  CAUSE-CODE  PIC S9(4) BINARY.                    00008400
008500         03  CASE-SEV-CTL    PIC X.                               00008500
008600         03  FACILITY-ID     PIC XXX.                             00008600
008700     02  I-S-INFO            PIC S9(9) BINARY.                    00008700
008800*                                                                 00008800
008900* CEEDAYS checks a PARM date and gives its Lilian day number;     00008900
009000* CEEDATE turns a Lilian day back into a date, the same LE        00009000
009100* date services TESTCB24 and TESTCB36 use.                        00009100
009200*                                                                 00009200
009300 01  WS-CEEDAYS-INPUT.                                            00009300
009400     05  WS-CEEDAYS-IN-LEN   PIC S9(4) COMP-5                     00009400
009500                             VALUE IS 8.                          00009500
009600     05  WS-CEEDAYS-IN-STR   PIC X(8).                            00009600
009700 01  WS-DATE-PICTURE.                                             00009700
009800     05  WS-DATE-PICT-LEN    PIC S9(4) COMP-5                     00009800
009900                             VALUE IS 8.                          00009900
010000     05  WS-DATE-PICT-STR    PIC X(8)                             00010000
010100                             VALUE IS 'YYYYMMDD'.                 00010100
010200 77  WS-DATE-OUTPUT          PIC X(80).                           00010200
010300*                                                                 00010300
010400* The reject rate line and its column headings.                   00010400
010500*                                                                 00010500
010600 01  WS-RATE-LINE.                                                00010600
010700     05  WS-RT-SOURCE        PIC X(8).                            00010700
010800     05  FILLER              PIC X(2).                            00010800
010900     05  WS-RT-REASON        PIC X(40).                           00010900
011000     05  FILLER              PIC X(2).                            00011000
011100     05  WS-RT-REJECTS       PIC Z(8)9.                           00011100
011200     05  FILLER              PIC X(2).                            00011200
011300     05  WS-RT-RECEIVED      PIC Z(10)9.                          00011300
011400     05  FILLER              PIC X(2).                            00011400
011500     05  WS-RT-RATE          PIC X(8).                            00011500
011600     05  FILLER              PIC X(2).                            00011600
011700     05  WS-RT-RECYCLED      PIC Z(8)9.                           00011700
011800     05  FILLER              PIC X(2).                            00011800
011900     05  WS-RT-SUSPENDED     PIC Z(8)9.                           00011900
012000     05  FILLER              PIC X(2).                            00012000
012100     05  WS-RT-OPEN          PIC Z(8)9.                           00012100
012200     05  FILLER              PIC X(2).                            00012200
012300     05  WS-RT-REREJECTS     PIC Z(8)9.                           00012300
012400 01  WS-RATE-HEADER.                                              00012400
012500     05  FILLER              PIC X(8)                             00012500
012600         VALUE IS 'SOURCE'.                                       00012600
012700     05  FILLER              PIC X(2)                             00012700
012800         VALUE IS SPACES.                                         00012800
012900     05  FILLER              PIC X(40)                            00012900
013000         VALUE IS 'REASON'.                                       00013000
013100     05  FILLER              PIC X(2)                             00013100
013200         VALUE IS SPACES.                                         00013200
013300     05  FILLER              PIC X(9)                             00013300
013400         VALUE IS '  REJECTS'.                                    00013400
013500     05  FILLER              PIC X(2)                             00013500
013600         VALUE IS SPACES.                                         00013600
013700     05  FILLER              PIC X(11)                            00013700
013800         VALUE IS '   RECEIVED'.                                  00013800
013900     05  FILLER              PIC X(2)                             00013900
014000         VALUE IS SPACES.                                         00014000
014100     05  FILLER              PIC X(8)                             00014100
014200         VALUE IS '    RATE'.                                     00014200
014300     05  FILLER              PIC X(2)                             00014300
014400         VALUE IS SPACES.                                         00014400
014500     05  FILLER              PIC X(9)                             00014500
014600         VALUE IS ' RECYCLED'.                                    00014600
014700     05  FILLER              PIC X(2)                             00014700
014800         VALUE IS SPACES.                                         00014800
014900     05  FILLER              PIC X(9)                             00014900
015000         VALUE IS 'SUSPENDED'.                                    00015000
015100     05  FILLER              PIC X(2)                             00015100
015200         VALUE IS SPACES.                                         00015200
015300     05  FILLER              PIC X(9)                             00015300
015400         VALUE IS '     OPEN'.                                    00015400
015500     05  FILLER              PIC X(2)                             00015500
015600         VALUE IS SPACES.                                         00015600
015700     05  FILLER              PIC X(9)                             00015700
015800         VALUE IS 'RE-REJECT'.                                    00015800
015900*                                                                 00015900
016000* One reject, for the recycled and the unresolved listings,       00016000
016100* and the column headings of each.                                00016100
016200*                                                                 00016200
016300 01  WS-REJECT-LINE.                                              00016300
016400     05  WS-RL-DATE          PIC X(8).                            00016400
016500     05  FILLER              PIC X(2).                            00016500
016600     05  WS-RL-SOURCE        PIC X(8).                            00016600
016700     05  FILLER              PIC X(2).                            00016700
016800     05  WS-RL-LOAD-ID       PIC X(9).                            00016800
016900     05  FILLER              PIC X(2).                            00016900
017000     05  WS-RL-REASON        PIC X(40).                           00017000
017100     05  FILLER              PIC X(2).                            00017100
017200     05  WS-RL-PROGRAM       PIC X(8).                            00017200
017300     05  FILLER              PIC X(2).                            00017300
017400     05  WS-RL-RECYCLE-ID    PIC X(9).                            00017400
017500     05  FILLER              PIC X(2).                            00017500
017600     05  WS-RL-LAST          PIC X(9).                            00017600
017700 01  WS-RECYCLED-HEADER.                                          00017700
017800     05  FILLER              PIC X(8)                             00017800
017900         VALUE IS 'FEEDDATE'.                                     00017900
018000     05  FILLER              PIC X(2)                             00018000
018100         VALUE IS SPACES.                                         00018100
018200     05  FILLER              PIC X(8)                             00018200
018300         VALUE IS 'SOURCE'.                                       00018300
018400     05  FILLER              PIC X(2)                             00018400
018500         VALUE IS SPACES.                                         00018500
018600     05  FILLER              PIC X(9)                             00018600
018700         VALUE IS 'LOAD-ID'.                                      00018700
018800     05  FILLER              PIC X(2)                             00018800
018900         VALUE IS SPACES.                                         00018900
019000     05  FILLER              PIC X(40)                            00019000
019100         VALUE IS 'REASON'.                                       00019100
019200     05  FILLER              PIC X(2)                             00019200
019300         VALUE IS SPACES.                                         00019300
019400     05  FILLER              PIC X(8)                             00019400
019500         VALUE IS 'REJECTED'.                                     00019500
019600     05  FILLER              PIC X(2)                             00019600
019700         VALUE IS SPACES.                                         00019700
019800     05  FILLER              PIC X(9)                             00019800
019900         VALUE IS 'LOADED AS'.                                    00019900
020000     05  FILLER              PIC X(2)                             00020000
020100         VALUE IS SPACES.                                         00020100
020200     05  FILLER              PIC X(9)                             00020200
020300         VALUE IS 'RESOLVED'.                                     00020300
020400 01  WS-UNRESOLVED-HEADER.                                        00020400
020500     05  FILLER              PIC X(8)                             00020500
020600         VALUE IS 'FEEDDATE'.                                     00020600
020700     05  FILLER              PIC X(2)                             00020700
020800         VALUE IS SPACES.                                         00020800
020900     05  FILLER              PIC X(8)                             00020900
021000         VALUE IS 'SOURCE'.                                       00021000
021100     05  FILLER              PIC X(2)                             00021100
021200         VALUE IS SPACES.                                         00021200
021300     05  FILLER              PIC X(9)                             00021300
021400         VALUE IS 'LOAD-ID'.                                      00021400
021500     05  FILLER              PIC X(2)                             00021500
021600         VALUE IS SPACES.                                         00021600
021700     05  FILLER              PIC X(40)                            00021700
021800         VALUE IS 'REASON'.                                       00021800
021900     05  FILLER              PIC X(2)                             00021900
022000         VALUE IS SPACES.                                         00022000
022100     05  FILLER              PIC X(8)                             00022100
022200         VALUE IS 'REJECTED'.                                     00022200
022300     05  FILLER              PIC X(2)                             00022300
022400         VALUE IS SPACES.                                         00022400
022500     05  FILLER              PIC X(9)                             00022500
022600         VALUE IS 'LAST ID'.                                      00022600
022700     05  FILLER              PIC X(2)                             00022700
022800         VALUE IS SPACES.                                         00022800
022900     05  FILLER              PIC X(9)                             00022900
023000         VALUE IS 'STATUS'.                                       00023000
023100*                                                                 00023100
023200 LOCAL-STORAGE SECTION.                                           00023200
023300 01  LS-FULLWORD-RETURN.                                          00023300
023400     05  LS-LIBVERSION-POINTER   POINTER.                         00023400
023500     05  LS-LIBVERSION-BINVALUE  REDEFINES LS-LIBVERSION-POINTER  00023500
023600                                 PIC S9(9) COMP-5.                00023600
023700 77  LS-LIBVERSION-LENGTH    PIC S9(9) COMP-5                     00023700
023800        VALUE IS 0.                                               00023800
023900 77  LS-DB                   USAGE IS POINTER.                    00023900
024000 77  LS-WORK-STMT            USAGE IS POINTER.                    00024000
024100 77  LS-PREPARED-STMT        USAGE IS POINTER.                    00024100
024200 77  LS-COLUMN-POINTER       USAGE IS POINTER.                    00024200
024300 77  LS-COLUMN-NUMBER        PIC S9(9) COMP-5.                    00024300
024400 77  LS-COLUMN-INT           PIC S9(9) COMP-5.                    00024400
024500 77  LS-ZERO                 PIC S9(9) COMP-5                     00024500
024600                             VALUE IS ZERO.                       00024600
024700 77  LS-SQL-RC               PIC S9(9) COMP-5.                    00024700
024800 77  SQL-ZCHAR               PIC X(2000).                         00024800
024900 77  LS-MINUS-ONE            PIC S9(9) COMP-5                     00024900
025000        VALUE IS -1.                                              00025000
025100 77  LS-ONE                  PIC S9(9) COMP-5                     00025100
025200        VALUE IS 1.                                               00025200
025300 77  LS-TWO                  PIC S9(9) COMP-5                     00025300
025400        VALUE IS 2.                                               00025400
025500 77  LS-OPEN-FLAGS           PIC S9(9) COMP-5.                    00025500
025600 77  LS-NULL                 POINTER VALUE IS NULL.               00025600
025700 77  LS-SQL-ERRCODE          PIC S9(9) COMP-5.                    00025700
025800 77  LS-ERRMSG-POINTER       USAGE IS POINTER.                    00025800
025900 77  WS-ERRMSG-TEXT          PIC X(255).                          00025900
026000 77  WS-ERRMSG-LEN           PIC S9(4) COMP-5.                    00026000
026100*                                                                 00026100
026200* Milliseconds SQLITE3-BUSY-TIMEOUT waits/retries internally      00026200
026300* before returning SQLITE-BUSY, so a transient lock from an       00026300
026400* overlapping batch window does not abend this job outright.      00026400
026500 77  LS-BUSY-TIMEOUT-MS      PIC S9(9) COMP-5                     00026500
026600        VALUE IS 5000.                                            00026600
026700*                                                                 00026700
026800* The PARM fields.                                                00026800
026900*                                                                 00026900
027000 77  WS-PARM-DBPATH          PIC X(255).                          00027000
027100 77  WS-PARM-FROM            PIC X(8).                            00027100
027200 77  WS-PARM-THRU            PIC X(8).                            00027200
027300 77  WS-PARM-AGE             PIC X(4).                            00027300
027400 77  WS-PARM-LEN             PIC S9(4) COMP-5.                    00027400
027500 77  WS-FROM-DATE            PIC X(8).                            00027500
027600 77  WS-THRU-DATE            PIC X(8).                            00027600
027700 77  LS-DAY-LILIAN           PIC S9(9) COMP-5.                    00027700
027800 77  LS-THRU-LILIAN          PIC S9(9) COMP-5.                    00027800
027900 77  LS-FROM-LILIAN          PIC S9(9) COMP-5.                    00027900
028000 77  WS-DATE-OK-SWITCH       PIC X.                               00028000
028100     88  WS-DATE-OK          VALUE IS 'Y'.                        00028100
028200 77  WS-AGE-DAYS             PIC S9(9) COMP-5.                    00028200
028300 77  WS-NUM-TEXT             PIC X(4).                            00028300
028400 77  WS-NUM-VALUE            PIC S9(9) COMP-5.                    00028400
028500 77  WS-NUM-OK-SWITCH        PIC X.                               00028500
028600     88  WS-NUM-OK           VALUE IS 'Y'.                        00028600
028700 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    00028700
028800 77  WS-PREP-LABEL           PIC X(20).                           00028800
028900 77  WS-PREP-OK-SWITCH       PIC X.                               00028900
029000     88  WS-PREP-OK          VALUE IS 'Y'.                        00029000
029100 77  WS-COL-VALUE            PIC X(80).                           00029100
029200 77  WS-COL-VALUE-LEN        PIC S9(4) COMP-5.                    00029200
029300 77  WS-FEED-REGISTER-SWITCH PIC X                                00029300
029400                             VALUE IS 'N'.                        00029400
029500     88  WS-FEED-REGISTER-FOUND  VALUE IS 'Y'.                    00029500
029600*                                                                 00029600
029700* The age cutoff: a reject of a feed date before it has been      00029700
029800* unresolved for more than AGEDAYS business days.                 00029800
029900*                                                                 00029900
030000 77  WS-CUTOFF-DATE          PIC X(8).                            00030000
030100 77  WS-CUTOFF-LILIAN        PIC S9(9) COMP-5.                    00030100
030200 77  WS-CAL-OFFSET           PIC S9(9) COMP-5.                    00030200
030300*                                                                 00030300
030400* One source and reason's rate, and the listing counts.           00030400
030500*                                                                 00030500
030600 77  WS-RATE-REJECTS         PIC S9(9) COMP-5.                    00030600
030700 77  WS-RATE-RECEIVED        PIC S9(9) COMP-5.                    00030700
030800 77  WS-RATE-PCT             PIC S9(7)V99 COMP-3.                 00030800
030900 77  WS-RATE-EDIT            PIC ZZZ9.99.                         00030900
031000 77  WS-RATE-COUNT           PIC S9(9) COMP-5                     00031000
031100                             VALUE IS ZERO.                       00031100
031200 77  WS-REJECT-TOTAL         PIC S9(9) COMP-5                     00031200
031300                             VALUE IS ZERO.                       00031300
031400 77  WS-RECYCLED-COUNT       PIC S9(9) COMP-5                     00031400
031500                             VALUE IS ZERO.                       00031500
031600 77  WS-UNRESOLVED-COUNT     PIC S9(9) COMP-5                     00031600
031700                             VALUE IS ZERO.                       00031700
031800 77  WS-COUNT-DISPLAY        PIC Z(8)9.                           00031800
031900*                                                                 00031900
032000* Fields supporting the paginated REPORT1 listing, the same       00032000
032100* heading/page-break convention TESTCB26 uses.                    00032100
032200*                                                                 00032200
032300 77  WS-REPORT-LINE          PIC X(132).                          00032300
032400 77  WS-RPT-PTR              PIC S9(4) COMP-5.                    00032400
032500 77  WS-RUN-DATE             PIC X(8).                            00032500
032600 77  WS-PAGE-COUNT           PIC S9(4) COMP-5                     00032600
032700                         VALUE IS ZERO.                           00032700
032800 77  WS-PAGE-NUM-DISPLAY     PIC Z(4)9.                           00032800
032900 77  WS-LINE-COUNT           PIC S9(4) COMP-5                     00032900
033000                         VALUE IS ZERO.                           00033000
033100 77  WS-LINES-PER-PAGE       PIC S9(4) COMP-5                     00033100
033200                         VALUE IS 60.                             00033200
033300 77  WS-LISTING-SWITCH       PIC X                                00033300
033400                             VALUE IS SPACE.                      00033400
033500     88  WS-LISTING-RATES    VALUE IS 'R'.                        00033500
033600     88  WS-LISTING-RECYCLED VALUE IS 'C'.                        00033600
033700     88  WS-LISTING-UNRESOLVED VALUE IS 'U'.                      00033700
033800 LINKAGE SECTION.                                                 00033800
033900 01  MVS-PARM.                                                    00033900
034000     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00034000
034100     05 MVS-PARM-VALUE       PIC X(32760).                        00034100
034200 77  LINKAGE-LIBVERSION      PIC X(101).                          00034200
034300 77  LINKAGE-COLUMN-TEXT     PIC X(1024).                         00034300
034400*  MVS-PARM-VALUE LENGTH IS REALLY ONLY THE NUMBER OF CHARACTERS  00034400
034500*  CONTAINED IN MVS-PARM-LENGTH. YOU NEED TO USE REFERENCE        00034500
034600*  MODIFICATION TO MAKE SURE YOU DON'T EXCEED THE ACTUAL LENGTH   00034600
034700*  PASSED TO THIS PROGRAM.                                        00034700
034800*                                                                 00034800
034900 PROCEDURE DIVISION USING MVS-PARM.                               00034900
035000 START-UP.                                                        00035000
035100     CALL SQLITE3A USING SQLITE3-LIBVERSION                       00035100
035200          RETURNING LS-LIBVERSION-POINTER                         00035200
035300     END-CALL                                                     00035300
035400     IF LS-LIBVERSION-POINTER NOT EQUAL TO NULL THEN              00035400
035500        SET ADDRESS OF LINKAGE-LIBVERSION TO                      00035500
035600            LS-LIBVERSION-POINTER                                 00035600
035700        MOVE ZERO TO LS-LIBVERSION-LENGTH                         00035700
035800        INSPECT LINKAGE-LIBVERSION                                00035800
035900                TALLYING LS-LIBVERSION-LENGTH                     00035900
036000                FOR CHARACTERS BEFORE INITIAL LOW-VALUE           00036000
036100        DISPLAY 'Sqlite version is '                              00036100
036200                LINKAGE-LIBVERSION(1:LS-LIBVERSION-LENGTH)        00036200
036300                UPON SYSOUT                                       00036300
036400     END-IF                                                       00036400
036500     CALL SQLITE3A USING SQLITE3-INITIALIZE                       00036500
036600     RETURNING LS-SQL-RC                                          00036600
036700     END-CALL                                                     00036700
036800     IF LS-SQL-RC NOT = SQLITE-OK THEN                            00036800
036900        DISPLAY 'SQLITE-INITIALIZE FAILED. RC='                   00036900
037000            LS-SQL-RC                                             00037000
037100            UPON SYSOUT                                           00037100
037200        MOVE +16 TO RETURN-CODE                                   00037200
037300        GOBACK                                                    00037300
037400     END-IF                                                       00037400
037500     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               00037500
037600     MOVE SPACES TO WS-REPORT-LINE                                00037600
037700     OPEN OUTPUT REPORT1-FD                                       00037700
037800     .                                                            00037800
037900 PARSE-PARM.                                                      00037900
038000     MOVE SPACES TO WS-PARM-DBPATH                                00038000
038100     MOVE SPACES TO WS-PARM-FROM                                  00038100
038200     MOVE SPACES TO WS-PARM-THRU                                  00038200
038300     MOVE SPACES TO WS-PARM-AGE                                   00038300
038400     IF MVS-PARM-LENGTH IS GREATER THAN ZERO THEN                 00038400
038500        UNSTRING MVS-PARM-VALUE(1:MVS-PARM-LENGTH)                00038500
038600            DELIMITED BY ','                                      00038600
038700             INTO WS-PARM-DBPATH, WS-PARM-FROM,                   00038700
038800                  WS-PARM-THRU, WS-PARM-AGE                       00038800
038900        END-UNSTRING                                              00038900
039000     END-IF                                                       00039000
039100     MOVE ZERO TO WS-PARM-LEN                                     00039100
039200     INSPECT WS-PARM-DBPATH TALLYING WS-PARM-LEN                  00039200
039300             FOR CHARACTERS BEFORE INITIAL SPACE                  00039300
039400     IF WS-PARM-LEN IS GREATER THAN ZERO THEN                     00039400
039500        MOVE WS-PARM-DBPATH(1:WS-PARM-LEN) TO SQL-ZCHAR           00039500
039600        MOVE LOW-VALUES TO SQL-ZCHAR(WS-PARM-LEN + 1:1)           00039600
039700     ELSE                                                         00039700
039800        MOVE Z'/tmp/testcob4.sqlite3' TO SQL-ZCHAR                00039800
039900     END-IF                                                       00039900
040000     IF WS-PARM-THRU IS NOT EQUAL TO SPACES THEN                  00040000
040100        MOVE WS-PARM-THRU TO WS-THRU-DATE                         00040100
040200     ELSE                                                         00040200
040300        MOVE WS-RUN-DATE TO WS-THRU-DATE                          00040300
040400     END-IF                                                       00040400
040500     MOVE WS-THRU-DATE TO WS-CEEDAYS-IN-STR                       00040500
040600     PERFORM EDIT-PARM-DATE                                       00040600
040700     IF NOT WS-DATE-OK THEN                                       00040700
040800        DISPLAY 'INVALID THRUDATE IN PARM: ' WS-THRU-DATE         00040800
040900           UPON SYSOUT                                            00040900
041000        MOVE +16 TO RETURN-CODE                                   00041000
041100        CLOSE REPORT1-FD                                          00041100
041200        GOBACK                                                    00041200
041300     END-IF                                                       00041300
041400     MOVE LS-DAY-LILIAN TO LS-THRU-LILIAN                         00041400
041500     IF WS-PARM-FROM IS NOT EQUAL TO SPACES THEN                  00041500
041600        MOVE WS-PARM-FROM TO WS-FROM-DATE                         00041600
041700        MOVE WS-FROM-DATE TO WS-CEEDAYS-IN-STR                    00041700
041800        PERFORM EDIT-PARM-DATE                                    00041800
041900        IF NOT WS-DATE-OK THEN                                    00041900
042000           DISPLAY 'INVALID FROMDATE IN PARM: ' WS-FROM-DATE      00042000
042100              UPON SYSOUT                                         00042100
042200           MOVE +16 TO RETURN-CODE                                00042200
042300           CLOSE REPORT1-FD                                       00042300
042400           GOBACK                                                 00042400
042500        END-IF                                                    00042500
042600     ELSE                                                         00042600
042700        COMPUTE LS-FROM-LILIAN = LS-THRU-LILIAN - 6               00042700
042800        MOVE SPACES TO WS-DATE-OUTPUT                             00042800
042900        CALL 'CEEDATE' USING LS-FROM-LILIAN,                      00042900
043000             WS-DATE-PICTURE, WS-DATE-OUTPUT, LE-FC               00043000
043100        MOVE WS-DATE-OUTPUT(1:8) TO WS-FROM-DATE                  00043100
043200     END-IF                                                       00043200
043300     IF WS-FROM-DATE IS GREATER THAN WS-THRU-DATE THEN            00043300
043400        DISPLAY 'FROMDATE ' WS-FROM-DATE                          00043400
043500           ' IS AFTER THRUDATE ' WS-THRU-DATE UPON SYSOUT         00043500
043600        MOVE +16 TO RETURN-CODE                                   00043600
043700        CLOSE REPORT1-FD                                          00043700
043800        GOBACK                                                    00043800
043900     END-IF                                                       00043900
044000     IF WS-PARM-AGE IS EQUAL TO SPACES THEN                       00044000
044100        MOVE '5' TO WS-PARM-AGE                                   00044100
044200     END-IF                                                       00044200
044300     MOVE WS-PARM-AGE TO WS-NUM-TEXT                              00044300
044400     PERFORM EDIT-PARM-NUMBER                                     00044400
044500     IF NOT WS-NUM-OK THEN                                        00044500
044600        DISPLAY 'AGEDAYS MUST BE 1 TO 99 IN PARM: '               00044600
044700           WS-PARM-AGE UPON SYSOUT                                00044700
044800        MOVE +16 TO RETURN-CODE                                   00044800
044900        CLOSE REPORT1-FD                                          00044900
045000        GOBACK                                                    00045000
045100     END-IF                                                       00045100
045200     MOVE WS-NUM-VALUE TO WS-AGE-DAYS                             00045200
045300     .                                                            00045300
045400 INITIALIZE-SQLITE.                                               00045400
045500     MOVE SQLITE-OPEN-READONLY TO LS-OPEN-FLAGS                   00045500
045600     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00045600
045700         BY REFERENCE SQL-ZCHAR                                   00045700
045800         BY REFERENCE LS-DB                                       00045800
045900         BY VALUE LS-OPEN-FLAGS                                   00045900
046000         BY VALUE LS-NULL                                         00046000
046100         RETURNING LS-SQL-RC                                      00046100
046200     END-CALL                                                     00046200
046300     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00046300
046400        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00046400
046500        DISPLAY 'SQLITE3-OPEN FAILED. RC='                        00046500
046600           LS-SQL-RC UPON SYSOUT                                  00046600
046700        PERFORM DISPLAY-SQL-ERROR                                 00046700
046800        MOVE +16 TO RETURN-CODE                                   00046800
046900        CLOSE REPORT1-FD                                          00046900
047000        GOBACK                                                    00047000
047100     END-IF                                                       00047100
047200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00047200
047300         BY VALUE LS-DB                                           00047300
047400         BY VALUE LS-BUSY-TIMEOUT-MS                              00047400
047500         RETURNING LS-SQL-RC                                      00047500
047600     END-CALL                                                     00047600
047700     .                                                            00047700
047800*                                                                 00047800
047900* REJECT_HISTORY is created by the first loader that rejects      00047900
048000* into it; a data base none has rejected into yet has nothing     00048000
048100* to report.                                                      00048100
048200*                                                                 00048200
048300 CHECK-REJECT-HISTORY.                                            00048300
048400     MOVE Z'SELECT COUNT(*) FROM REJECT_HISTORY' TO SQL-ZCHAR     00048400
048500     PERFORM PREPARE-SOFT-STATEMENT                               00048500
048600     IF NOT WS-PREP-OK THEN                                       00048600
048700        PERFORM WRITE-REPORT-HEADING                              00048700
048800        MOVE 'NO REJECT HISTORY HAS BEEN RECORDED YET.'           00048800
048900           TO WS-REPORT-LINE                                      00048900
049000        PERFORM WRITE-REPORT-LINE-OUT                             00049000
049100        DISPLAY 'NO REJECT_HISTORY TABLE FOUND.' UPON SYSOUT      00049100
049200        MOVE +4 TO RETURN-CODE                                    00049200
049300        GO TO SHUTDOWN                                            00049300
049400     END-IF                                                       00049400
049500     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00049500
049600         BY VALUE LS-PREPARED-STMT                                00049600
049700         RETURNING LS-SQL-RC                                      00049700
049800     END-CALL                                                     00049800
049900     .                                                            00049900
050000*                                                                 00050000
050100* The records received per source come from FEED_REGISTER,        00050100
050200* which only TESTCOB4 keeps; without it every rate is left        00050200
050300* blank.                                                          00050300
050400*                                                                 00050400
050500 CHECK-FEED-REGISTER.                                             00050500
050600     MOVE Z'SELECT COUNT(*) FROM FEED_REGISTER' TO SQL-ZCHAR      00050600
050700     PERFORM PREPARE-SOFT-STATEMENT                               00050700
050800     IF WS-PREP-OK THEN                                           00050800
050900        MOVE 'Y' TO WS-FEED-REGISTER-SWITCH                       00050900
051000        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00051000
051100            BY VALUE LS-PREPARED-STMT                             00051100
051200            RETURNING LS-SQL-RC                                   00051200
051300        END-CALL                                                  00051300
051400     ELSE                                                         00051400
051500        DISPLAY 'NO FEED_REGISTER TABLE FOUND. REJECT RATES '     00051500
051600           'ARE NOT SHOWN.' UPON SYSOUT                           00051600
051700     END-IF                                                       00051700
051800     .                                                            00051800
051900*                                                                 00051900
052000* The age cutoff is the AGEDAYS'th BUSINESS day before            00052000
052100* THRUDATE on BUSINESS_CALENDAR, as TESTCB24 finds its            00052100
052200* retention cutoff. No calendar table, or one that does not       00052200
052300* reach back that far, counts calendar days instead, RC=4.        00052300
052400*                                                                 00052400
052500 FIND-AGE-CUTOFF.                                                 00052500
052600     MOVE SPACES TO WS-CUTOFF-DATE                                00052600
052700     MOVE 1 TO WS-SQL-PTR                                         00052700
052800     STRING 'SELECT CAL_DATE FROM BUSINESS_CALENDAR WHERE '       00052800
052900         DELIMITED BY SIZE                                        00052900
053000         'DAY_TYPE = ' DELIMITED BY SIZE                          00053000
053100         '''BUSINESS''' DELIMITED BY SIZE                         00053100
053200         ' AND CAL_DATE < ? ORDER BY CAL_DATE DESC '              00053200
053300         DELIMITED BY SIZE                                        00053300
053400         'LIMIT 1 OFFSET ?' DELIMITED BY SIZE                     00053400
053500         INTO SQL-ZCHAR                                           00053500
053600         WITH POINTER WS-SQL-PTR                                  00053600
053700     END-STRING                                                   00053700
053800     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00053800
053900     PERFORM PREPARE-SOFT-STATEMENT                               00053900
054000     IF WS-PREP-OK THEN                                           00054000
054100        SET LS-WORK-STMT TO LS-PREPARED-STMT                      00054100
054200        COMPUTE WS-CAL-OFFSET = WS-AGE-DAYS - 1                   00054200
054300        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00054300
054400            BY VALUE LS-WORK-STMT                                 00054400
054500            BY VALUE LS-ONE                                       00054500
054600            BY REFERENCE WS-THRU-DATE                             00054600
054700            BY VALUE 8                                            00054700
054800            BY VALUE SQLITE-TRANSIENT                             00054800
054900            RETURNING LS-SQL-RC                                   00054900
055000        END-CALL                                                  00055000
055100        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT         00055100
055200            BY VALUE LS-WORK-STMT                                 00055200
055300            BY VALUE LS-TWO                                       00055300
055400            BY VALUE WS-CAL-OFFSET                                00055400
055500            RETURNING LS-SQL-RC                                   00055500
055600        END-CALL                                                  00055600
055700        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00055700
055800            BY VALUE LS-WORK-STMT                                 00055800
055900            RETURNING LS-SQL-RC                                   00055900
056000        END-CALL                                                  00056000
056100        IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                  00056100
056200           MOVE +0 TO LS-COLUMN-NUMBER                            00056200
056300           PERFORM GET-COLUMN-TEXT                                00056300
056400           MOVE WS-COL-VALUE(1:8) TO WS-CUTOFF-DATE               00056400
056500        END-IF                                                    00056500
056600        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00056600
056700            BY VALUE LS-WORK-STMT                                 00056700
056800            RETURNING LS-SQL-RC                                   00056800
056900        END-CALL                                                  00056900
057000     END-IF                                                       00057000
057100     IF WS-CUTOFF-DATE IS EQUAL TO SPACES THEN                    00057100
057200        DISPLAY 'BUSINESS_CALENDAR DOES NOT COVER THE '           00057200
057300           'AGEDAYS PERIOD. COUNTING CALENDAR DAYS.'              00057300
057400           UPON SYSOUT                                            00057400
057500        MOVE +4 TO RETURN-CODE                                    00057500
057600        COMPUTE WS-CUTOFF-LILIAN = LS-THRU-LILIAN - WS-AGE-DAYS   00057600
057700        MOVE SPACES TO WS-DATE-OUTPUT                             00057700
057800        CALL 'CEEDATE' USING WS-CUTOFF-LILIAN,                    00057800
057900             WS-DATE-PICTURE, WS-DATE-OUTPUT, LE-FC               00057900
058000        MOVE WS-DATE-OUTPUT(1:8) TO WS-CUTOFF-DATE                00058000
058100     END-IF                                                       00058100
058200     DISPLAY 'REJECTS OF FEED DATES ' WS-FROM-DATE ' TO '         00058200
058300        WS-THRU-DATE ', UNRESOLVED BEFORE ' WS-CUTOFF-DATE        00058300
058400        UPON SYSOUT                                               00058400
058500     .                                                            00058500
058600*                                                                 00058600
058700* The rate by source and reason. A first-time reject has          00058700
058800* recycle count zero; the rate is those rejects over the          00058800
058900* records the source sent on the same feed dates.                 00058900
059000*                                                                 00059000
059100 LIST-REJECT-RATES.                                               00059100
059200     MOVE 1 TO WS-SQL-PTR                                         00059200
059300     STRING 'SELECT R.FEED_SOURCE, R.REASON, '                    00059300
059400         DELIMITED BY SIZE                                        00059400
059500         'SUM(CASE WHEN R.RECYCLE_COUNT = 0 '                     00059500
059600         DELIMITED BY SIZE                                        00059600
059700         'THEN 1 ELSE 0 END), ' DELIMITED BY SIZE                 00059700
059800         INTO SQL-ZCHAR                                           00059800
059900         WITH POINTER WS-SQL-PTR                                  00059900
060000     END-STRING                                                   00060000
060100     IF WS-FEED-REGISTER-FOUND THEN                               00060100
060200        STRING '(SELECT CAST(TOTAL(F.TRL_COUNT) AS INTEGER) '     00060200
060300            DELIMITED BY SIZE                                     00060300
060400            'FROM FEED_REGISTER F WHERE '                         00060400
060500            DELIMITED BY SIZE                                     00060500
060600            'F.FEED_SOURCE = R.FEED_SOURCE AND '                  00060600
060700            DELIMITED BY SIZE                                     00060700
060800            'F.FEED_DATE BETWEEN ?1 AND ?2), '                    00060800
060900            DELIMITED BY SIZE                                     00060900
061000            INTO SQL-ZCHAR                                        00061000
061100            WITH POINTER WS-SQL-PTR                               00061100
061200        END-STRING                                                00061200
061300     ELSE                                                         00061300
061400        STRING '0, ' DELIMITED BY SIZE                            00061400
061500            INTO SQL-ZCHAR                                        00061500
061600            WITH POINTER WS-SQL-PTR                               00061600
061700        END-STRING                                                00061700
061800     END-IF                                                       00061800
061900     STRING 'SUM(CASE WHEN R.RECYCLE_COUNT = 0 AND '              00061900
062000         DELIMITED BY SIZE                                        00062000
062100         'R.STATUS = ''RECYCLED'' THEN 1 ELSE 0 END), '           00062100
062200         DELIMITED BY SIZE                                        00062200
062300         'SUM(CASE WHEN R.RECYCLE_COUNT = 0 AND '                 00062300
062400         DELIMITED BY SIZE                                        00062400
062500         'R.STATUS = ''SUSPENDED'' THEN 1 ELSE 0 END), '          00062500
062600         DELIMITED BY SIZE                                        00062600
062700         'SUM(CASE WHEN R.RECYCLE_COUNT = 0 AND '                 00062700
062800         DELIMITED BY SIZE                                        00062800
062900         'R.STATUS = ''OPEN'' THEN 1 ELSE 0 END), '               00062900
063000         DELIMITED BY SIZE                                        00063000
063100         'SUM(CASE WHEN R.RECYCLE_COUNT > 0 '                     00063100
063200         DELIMITED BY SIZE                                        00063200
063300         'THEN 1 ELSE 0 END) ' DELIMITED BY SIZE                  00063300
063400         'FROM REJECT_HISTORY R ' DELIMITED BY SIZE               00063400
063500         'WHERE R.FEED_DATE BETWEEN ?1 AND ?2 '                   00063500
063600         DELIMITED BY SIZE                                        00063600
063700         'GROUP BY R.FEED_SOURCE, R.REASON '                      00063700
063800         DELIMITED BY SIZE                                        00063800
063900         'ORDER BY R.FEED_SOURCE, 3 DESC, R.REASON'               00063900
064000         DELIMITED BY SIZE                                        00064000
064100         INTO SQL-ZCHAR                                           00064100
064200         WITH POINTER WS-SQL-PTR                                  00064200
064300     END-STRING                                                   00064300
064400     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00064400
064500     MOVE 'RATE SELECT' TO WS-PREP-LABEL                          00064500
064600     PERFORM PREPARE-ONE-STATEMENT                                00064600
064700     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00064700
064800     PERFORM BIND-DATE-RANGE                                      00064800
064900     MOVE 'R' TO WS-LISTING-SWITCH                                00064900
065000     PERFORM WRITE-REPORT-HEADING                                 00065000
065100     MOVE ZERO TO LS-SQL-RC                                       00065100
065200     PERFORM UNTIL LS-SQL-RC NOT = 0                              00065200
065300        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00065300
065400            BY VALUE LS-WORK-STMT                                 00065400
065500            RETURNING LS-SQL-RC                                   00065500
065600        END-CALL                                                  00065600
065700        EVALUATE LS-SQL-RC                                        00065700
065800        WHEN SQLITE-ROW                                           00065800
065900             PERFORM LIST-ONE-RATE                                00065900
066000             MOVE ZERO TO LS-SQL-RC                               00066000
066100        WHEN SQLITE-DONE                                          00066100
066200             MOVE +4 TO LS-SQL-RC                                 00066200
066300        WHEN OTHER                                                00066300
066400             DISPLAY 'RATE STEP FAILED. RC='                      00066400
066500                LS-SQL-RC UPON SYSOUT                             00066500
066600             PERFORM DISPLAY-SQL-ERROR                            00066600
066700             MOVE +16 TO RETURN-CODE                              00066700
066800        END-EVALUATE                                              00066800
066900     END-PERFORM                                                  00066900
067000     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00067000
067100         BY VALUE LS-WORK-STMT                                    00067100
067200         RETURNING LS-SQL-RC                                      00067200
067300     END-CALL                                                     00067300
067400     IF RETURN-CODE IS EQUAL TO +16 THEN                          00067400
067500        GO TO SHUTDOWN                                            00067500
067600     END-IF                                                       00067600
067700     IF WS-RATE-COUNT IS EQUAL TO ZERO THEN                       00067700
067800        MOVE 'NO REJECTS ARE RECORDED FOR THESE FEED DATES.'      00067800
067900           TO WS-REPORT-LINE                                      00067900
068000        PERFORM WRITE-REPORT-LINE-OUT                             00068000
068100     ELSE                                                         00068100
068200        PERFORM WRITE-REPORT-LINE-OUT                             00068200
068300        MOVE WS-REJECT-TOTAL TO WS-COUNT-DISPLAY                  00068300
068400        MOVE 1 TO WS-RPT-PTR                                      00068400
068500        STRING 'REJECTS FIRST WRITTEN: ' DELIMITED BY SIZE        00068500
068600            WS-COUNT-DISPLAY DELIMITED BY SIZE                    00068600
068700            INTO WS-REPORT-LINE                                   00068700
068800            WITH POINTER WS-RPT-PTR                               00068800
068900        END-STRING                                                00068900
069000        PERFORM WRITE-REPORT-LINE-OUT                             00069000
069100     END-IF                                                       00069100
069200     .                                                            00069200
069300*                                                                 00069300
069400* Every first-time reject of the feed dates that TESTCOB4         00069400
069500* later loaded.                                                   00069500
069600*                                                                 00069600
069700 LIST-RECYCLED-REJECTS.                                           00069700
069800     MOVE 1 TO WS-SQL-PTR                                         00069800
069900     STRING 'SELECT FEED_DATE, FEED_SOURCE, LOAD_ID, '            00069900
070000         DELIMITED BY SIZE                                        00070000
070100         'REASON, REJECT_PROGRAM, RECYCLE_ID, '                   00070100
070200         DELIMITED BY SIZE                                        00070200
070300         'RESOLVED_DATE FROM REJECT_HISTORY '                     00070300
070400         DELIMITED BY SIZE                                        00070400
070500         'WHERE FEED_DATE BETWEEN ?1 AND ?2 AND '                 00070500
070600         DELIMITED BY SIZE                                        00070600
070700         'RECYCLE_COUNT = 0 AND ' DELIMITED BY SIZE               00070700
070800         'STATUS = ''RECYCLED'' ' DELIMITED BY SIZE               00070800
070900         'ORDER BY FEED_DATE, FEED_SOURCE, LOAD_ID'               00070900
071000         DELIMITED BY SIZE                                        00071000
071100         INTO SQL-ZCHAR                                           00071100
071200         WITH POINTER WS-SQL-PTR                                  00071200
071300     END-STRING                                                   00071300
071400     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00071400
071500     MOVE 'RECYCLED SELECT' TO WS-PREP-LABEL                      00071500
071600     PERFORM PREPARE-ONE-STATEMENT                                00071600
071700     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00071700
071800     PERFORM BIND-DATE-RANGE                                      00071800
071900     MOVE 'C' TO WS-LISTING-SWITCH                                00071900
072000     PERFORM WRITE-REPORT-HEADING                                 00072000
072100     MOVE ZERO TO LS-SQL-RC                                       00072100
072200     PERFORM UNTIL LS-SQL-RC NOT = 0                              00072200
072300        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00072300
072400            BY VALUE LS-WORK-STMT                                 00072400
072500            RETURNING LS-SQL-RC                                   00072500
072600        END-CALL                                                  00072600
072700        EVALUATE LS-SQL-RC                                        00072700
072800        WHEN SQLITE-ROW                                           00072800
072900             ADD 1 TO WS-RECYCLED-COUNT                           00072900
073000             PERFORM LIST-ONE-REJECT                              00073000
073100             MOVE ZERO TO LS-SQL-RC                               00073100
073200        WHEN SQLITE-DONE                                          00073200
073300             MOVE +4 TO LS-SQL-RC                                 00073300
073400        WHEN OTHER                                                00073400
073500             DISPLAY 'RECYCLED STEP FAILED. RC='                  00073500
073600                LS-SQL-RC UPON SYSOUT                             00073600
073700             PERFORM DISPLAY-SQL-ERROR                            00073700
073800             MOVE +16 TO RETURN-CODE                              00073800
073900        END-EVALUATE                                              00073900
074000     END-PERFORM                                                  00074000
074100     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00074100
074200         BY VALUE LS-WORK-STMT                                    00074200
074300         RETURNING LS-SQL-RC                                      00074300
074400     END-CALL                                                     00074400
074500     IF RETURN-CODE IS EQUAL TO +16 THEN                          00074500
074600        GO TO SHUTDOWN                                            00074600
074700     END-IF                                                       00074700
074800     PERFORM WRITE-REPORT-LINE-OUT                                00074800
074900     MOVE WS-RECYCLED-COUNT TO WS-COUNT-DISPLAY                   00074900
075000     MOVE 1 TO WS-RPT-PTR                                         00075000
075100     STRING 'REJECTS RECYCLED: ' DELIMITED BY SIZE                00075100
075200         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00075200
075300         INTO WS-REPORT-LINE                                      00075300
075400         WITH POINTER WS-RPT-PTR                                  00075400
075500     END-STRING                                                   00075500
075600     PERFORM WRITE-REPORT-LINE-OUT                                00075600
075700     .                                                            00075700
075800*                                                                 00075800
075900* Every first-time reject, of any feed date before the age        00075900
076000* cutoff, still OPEN or SUSPENDED.                                00076000
076100*                                                                 00076100
076200 LIST-UNRESOLVED-REJECTS.                                         00076200
076300     MOVE 1 TO WS-SQL-PTR                                         00076300
076400     STRING 'SELECT FEED_DATE, FEED_SOURCE, LOAD_ID, '            00076400
076500         DELIMITED BY SIZE                                        00076500
076600         'REASON, REJECT_PROGRAM, RECYCLE_ID, '                   00076600
076700         DELIMITED BY SIZE                                        00076700
076800         'STATUS FROM REJECT_HISTORY '                            00076800
076900         DELIMITED BY SIZE                                        00076900
077000         'WHERE FEED_DATE < ?1 AND ' DELIMITED BY SIZE            00077000
077100         'RECYCLE_COUNT = 0 AND ' DELIMITED BY SIZE               00077100
077200         'STATUS <> ''RECYCLED'' ' DELIMITED BY SIZE              00077200
077300         'ORDER BY FEED_DATE, FEED_SOURCE, LOAD_ID'               00077300
077400         DELIMITED BY SIZE                                        00077400
077500         INTO SQL-ZCHAR                                           00077500
077600         WITH POINTER WS-SQL-PTR                                  00077600
077700     END-STRING                                                   00077700
077800     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00077800
077900     MOVE 'UNRESOLVED SELECT' TO WS-PREP-LABEL                    00077900
078000     PERFORM PREPARE-ONE-STATEMENT                                00078000
078100     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00078100
078200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00078200
078300         BY VALUE LS-WORK-STMT                                    00078300
078400         BY VALUE LS-ONE                                          00078400
078500         BY REFERENCE WS-CUTOFF-DATE                              00078500
078600         BY VALUE 8                                               00078600
078700         BY VALUE SQLITE-TRANSIENT                                00078700
078800         RETURNING LS-SQL-RC                                      00078800
078900     END-CALL                                                     00078900
079000     MOVE 'U' TO WS-LISTING-SWITCH                                00079000
079100     PERFORM WRITE-REPORT-HEADING                                 00079100
079200     MOVE ZERO TO LS-SQL-RC                                       00079200
079300     PERFORM UNTIL LS-SQL-RC NOT = 0                              00079300
079400        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00079400
079500            BY VALUE LS-WORK-STMT                                 00079500
079600            RETURNING LS-SQL-RC                                   00079600
079700        END-CALL                                                  00079700
079800        EVALUATE LS-SQL-RC                                        00079800
079900        WHEN SQLITE-ROW                                           00079900
080000             ADD 1 TO WS-UNRESOLVED-COUNT                         00080000
080100             PERFORM LIST-ONE-REJECT                              00080100
080200             MOVE ZERO TO LS-SQL-RC                               00080200
080300        WHEN SQLITE-DONE                                          00080300
080400             MOVE +4 TO LS-SQL-RC                                 00080400
080500        WHEN OTHER                                                00080500
080600             DISPLAY 'UNRESOLVED STEP FAILED. RC='                00080600
080700                LS-SQL-RC UPON SYSOUT                             00080700
080800             PERFORM DISPLAY-SQL-ERROR                            00080800
080900             MOVE +16 TO RETURN-CODE                              00080900
081000        END-EVALUATE                                              00081000
081100     END-PERFORM                                                  00081100
081200     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00081200
081300         BY VALUE LS-WORK-STMT                                    00081300
081400         RETURNING LS-SQL-RC                                      00081400
081500     END-CALL                                                     00081500
081600     IF RETURN-CODE IS EQUAL TO +16 THEN                          00081600
081700        GO TO SHUTDOWN                                            00081700
081800     END-IF                                                       00081800
081900     PERFORM WRITE-REPORT-LINE-OUT                                00081900
082000     MOVE WS-UNRESOLVED-COUNT TO WS-COUNT-DISPLAY                 00082000
082100     MOVE 1 TO WS-RPT-PTR                                         00082100
082200     STRING 'REJECTS UNRESOLVED PAST ' DELIMITED BY SIZE          00082200
082300         WS-PARM-AGE DELIMITED BY SPACE                           00082300
082400         ' BUSINESS DAYS: ' DELIMITED BY SIZE                     00082400
082500         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00082500
082600         INTO WS-REPORT-LINE                                      00082600
082700         WITH POINTER WS-RPT-PTR                                  00082700
082800     END-STRING                                                   00082800
082900     PERFORM WRITE-REPORT-LINE-OUT                                00082900
083000     DISPLAY 'REJECTS RECYCLED: ' WS-RECYCLED-COUNT               00083000
083100        ' UNRESOLVED: ' WS-UNRESOLVED-COUNT UPON SYSOUT           00083100
083200     IF WS-UNRESOLVED-COUNT IS GREATER THAN ZERO THEN             00083200
083300        MOVE +4 TO RETURN-CODE                                    00083300
083400     END-IF                                                       00083400
083500     GO TO SHUTDOWN                                               00083500
083600     .                                                            00083600
083700*                                                                 00083700
083800* The NUMERIC 1 to 99 PARM field in WS-NUM-TEXT, left             00083800
083900* justified, into WS-NUM-VALUE.                                   00083900
084000*                                                                 00084000
084100 EDIT-PARM-NUMBER.                                                00084100
084200     MOVE 'N' TO WS-NUM-OK-SWITCH                                 00084200
084300     MOVE ZERO TO WS-NUM-VALUE                                    00084300
084400     MOVE ZERO TO WS-PARM-LEN                                     00084400
084500     INSPECT WS-NUM-TEXT TALLYING WS-PARM-LEN                     00084500
084600             FOR CHARACTERS BEFORE INITIAL SPACE                  00084600
084700     IF WS-PARM-LEN IS GREATER THAN ZERO AND                      00084700
084800        WS-PARM-LEN IS LESS THAN 3 THEN                           00084800
084900        IF WS-NUM-TEXT(1:WS-PARM-LEN) IS NUMERIC THEN             00084900
085000           COMPUTE WS-NUM-VALUE =                                 00085000
085100              FUNCTION NUMVAL(WS-NUM-TEXT(1:WS-PARM-LEN))         00085100
085200           IF WS-NUM-VALUE IS GREATER THAN ZERO THEN              00085200
085300              MOVE 'Y' TO WS-NUM-OK-SWITCH                        00085300
085400           END-IF                                                 00085400
085500        END-IF                                                    00085500
085600     END-IF                                                       00085600
085700     .                                                            00085700
085800*                                                                 00085800
085900* The YYYYMMDD PARM date in WS-CEEDAYS-IN-STR, checked by         00085900
086000* CEEDAYS, into LS-DAY-LILIAN.                                    00086000
086100*                                                                 00086100
086200 EDIT-PARM-DATE.                                                  00086200
086300     MOVE 'N' TO WS-DATE-OK-SWITCH                                00086300
086400     IF WS-CEEDAYS-IN-STR IS NUMERIC THEN                         00086400
086500        CALL 'CEEDAYS' USING WS-CEEDAYS-INPUT,                    00086500
086600             WS-DATE-PICTURE, LS-DAY-LILIAN, LE-FC                00086600
086700        IF SEVERITY IS EQUAL TO ZERO THEN                         00086700
086800           MOVE 'Y' TO WS-DATE-OK-SWITCH                          00086800
086900        END-IF                                                    00086900
087000     END-IF                                                       00087000
087100     .                                                            00087100
087200*                                                                 00087200
087300* FROMDATE and THRUDATE as ?1 and ?2 of LS-WORK-STMT.             00087300
087400*                                                                 00087400
087500 BIND-DATE-RANGE.                                                 00087500
087600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00087600
087700         BY VALUE LS-WORK-STMT                                    00087700
087800         BY VALUE LS-ONE                                          00087800
087900         BY REFERENCE WS-FROM-DATE                                00087900
088000         BY VALUE 8                                               00088000
088100         BY VALUE SQLITE-TRANSIENT                                00088100
088200         RETURNING LS-SQL-RC                                      00088200
088300     END-CALL                                                     00088300
088400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00088400
088500         BY VALUE LS-WORK-STMT                                    00088500
088600         BY VALUE LS-TWO                                          00088600
088700         BY REFERENCE WS-THRU-DATE                                00088700
088800         BY VALUE 8                                               00088800
088900         BY VALUE SQLITE-TRANSIENT                                00088900
089000         RETURNING LS-SQL-RC                                      00089000
089100     END-CALL                                                     00089100
089200     .                                                            00089200
089300 LIST-ONE-RATE.                                                   00089300
089400     ADD 1 TO WS-RATE-COUNT                                       00089400
089500     MOVE SPACES TO WS-RATE-LINE                                  00089500
089600     MOVE +0 TO LS-COLUMN-NUMBER                                  00089600
089700     PERFORM GET-COLUMN-TEXT                                      00089700
089800     MOVE WS-COL-VALUE TO WS-RT-SOURCE                            00089800
089900     MOVE +1 TO LS-COLUMN-NUMBER                                  00089900
090000     PERFORM GET-COLUMN-TEXT                                      00090000
090100     MOVE WS-COL-VALUE TO WS-RT-REASON                            00090100
090200     MOVE +2 TO LS-COLUMN-NUMBER                                  00090200
090300     PERFORM GET-COLUMN-INT                                       00090300
090400     MOVE LS-COLUMN-INT TO WS-RATE-REJECTS                        00090400
090500     MOVE LS-COLUMN-INT TO WS-RT-REJECTS                          00090500
090600     ADD LS-COLUMN-INT TO WS-REJECT-TOTAL                         00090600
090700     MOVE +3 TO LS-COLUMN-NUMBER                                  00090700
090800     PERFORM GET-COLUMN-INT                                       00090800
090900     MOVE LS-COLUMN-INT TO WS-RATE-RECEIVED                       00090900
091000     MOVE LS-COLUMN-INT TO WS-RT-RECEIVED                         00091000
091100     MOVE +4 TO LS-COLUMN-NUMBER                                  00091100
091200     PERFORM GET-COLUMN-INT                                       00091200
091300     MOVE LS-COLUMN-INT TO WS-RT-RECYCLED                         00091300
091400     MOVE +5 TO LS-COLUMN-NUMBER                                  00091400
091500     PERFORM GET-COLUMN-INT                                       00091500
091600     MOVE LS-COLUMN-INT TO WS-RT-SUSPENDED                        00091600
091700     MOVE +6 TO LS-COLUMN-NUMBER                                  00091700
091800     PERFORM GET-COLUMN-INT                                       00091800
091900     MOVE LS-COLUMN-INT TO WS-RT-OPEN                             00091900
092000     MOVE +7 TO LS-COLUMN-NUMBER                                  00092000
092100     PERFORM GET-COLUMN-INT                                       00092100
092200     MOVE LS-COLUMN-INT TO WS-RT-REREJECTS                        00092200
092300     IF WS-RATE-RECEIVED IS GREATER THAN ZERO THEN                00092300
092400        COMPUTE WS-RATE-PCT ROUNDED =                             00092400
092500           WS-RATE-REJECTS * 100 / WS-RATE-RECEIVED               00092500
092600        IF WS-RATE-PCT IS GREATER THAN 9999.99 THEN               00092600
092700           MOVE 9999.99 TO WS-RATE-PCT                            00092700
092800        END-IF                                                    00092800
092900        MOVE WS-RATE-PCT TO WS-RATE-EDIT                          00092900
093000        STRING WS-RATE-EDIT DELIMITED BY SIZE                     00093000
093100            '%' DELIMITED BY SIZE                                 00093100
093200            INTO WS-RT-RATE                                       00093200
093300        END-STRING                                                00093300
093400     END-IF                                                       00093400
093500     MOVE WS-RATE-LINE TO WS-REPORT-LINE                          00093500
093600     PERFORM WRITE-REPORT-LINE-OUT                                00093600
093700     .                                                            00093700
093800 LIST-ONE-REJECT.                                                 00093800
093900     MOVE SPACES TO WS-REJECT-LINE                                00093900
094000     MOVE +0 TO LS-COLUMN-NUMBER                                  00094000
094100     PERFORM GET-COLUMN-TEXT                                      00094100
094200     MOVE WS-COL-VALUE TO WS-RL-DATE                              00094200
094300     MOVE +1 TO LS-COLUMN-NUMBER                                  00094300
094400     PERFORM GET-COLUMN-TEXT                                      00094400
094500     MOVE WS-COL-VALUE TO WS-RL-SOURCE                            00094500
094600     MOVE +2 TO LS-COLUMN-NUMBER                                  00094600
094700     PERFORM GET-COLUMN-TEXT                                      00094700
094800     MOVE WS-COL-VALUE TO WS-RL-LOAD-ID                           00094800
094900     MOVE +3 TO LS-COLUMN-NUMBER                                  00094900
095000     PERFORM GET-COLUMN-TEXT                                      00095000
095100     MOVE WS-COL-VALUE TO WS-RL-REASON                            00095100
095200     MOVE +4 TO LS-COLUMN-NUMBER                                  00095200
095300     PERFORM GET-COLUMN-TEXT                                      00095300
095400     MOVE WS-COL-VALUE TO WS-RL-PROGRAM                           00095400
095500     MOVE +5 TO LS-COLUMN-NUMBER                                  00095500
095600     PERFORM GET-COLUMN-TEXT                                      00095600
095700     MOVE WS-COL-VALUE TO WS-RL-RECYCLE-ID                        00095700
095800     MOVE +6 TO LS-COLUMN-NUMBER                                  00095800
095900     PERFORM GET-COLUMN-TEXT                                      00095900
096000     MOVE WS-COL-VALUE TO WS-RL-LAST                              00096000
096100     MOVE WS-REJECT-LINE TO WS-REPORT-LINE                        00096100
096200     PERFORM WRITE-REPORT-LINE-OUT                                00096200
096300     .                                                            00096300
096400 PREPARE-ONE-STATEMENT.                                           00096400
096500     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00096500
096600         BY VALUE LS-DB                                           00096600
096700         BY REFERENCE SQL-ZCHAR                                   00096700
096800         BY VALUE LS-MINUS-ONE                                    00096800
096900         BY REFERENCE LS-PREPARED-STMT                            00096900
097000         BY VALUE LS-ZERO                                         00097000
097100         RETURNING LS-SQL-RC                                      00097100
097200     END-CALL                                                     00097200
097300     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00097300
097400        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00097400
097500        DISPLAY 'PREPARE OF ' WS-PREP-LABEL                       00097500
097600           ' FAILED. RC=' LS-SQL-RC UPON SYSOUT                   00097600
097700        PERFORM DISPLAY-SQL-ERROR                                 00097700
097800        MOVE +16 TO RETURN-CODE                                   00097800
097900        GO TO SHUTDOWN                                            00097900
098000     END-IF                                                       00098000
098100     .                                                            00098100
098200*                                                                 00098200
098300* Prepare the statement in SQL-ZCHAR against a table this job     00098300
098400* may not find (REJECT_HISTORY, FEED_REGISTER,                    00098400
098500* BUSINESS_CALENDAR); when the table was never created            00098500
098600* WS-PREP-OK stays off and the caller carries on without it.      00098600
098700*                                                                 00098700
098800 PREPARE-SOFT-STATEMENT.                                          00098800
098900     MOVE 'N' TO WS-PREP-OK-SWITCH                                00098900
099000     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00099000
099100         BY VALUE LS-DB                                           00099100
099200         BY REFERENCE SQL-ZCHAR                                   00099200
099300         BY VALUE LS-MINUS-ONE                                    00099300
099400         BY REFERENCE LS-PREPARED-STMT                            00099400
099500         BY VALUE LS-ZERO                                         00099500
099600         RETURNING LS-SQL-RC                                      00099600
099700     END-CALL                                                     00099700
099800     IF LS-SQL-RC IS EQUAL TO SQLITE-OK OR                        00099800
099900        LS-SQL-RC IS EQUAL TO SQLITE-DONE THEN                    00099900
100000        MOVE 'Y' TO WS-PREP-OK-SWITCH                             00100000
100100     END-IF                                                       00100100
100200     .                                                            00100200
100300*                                                                 00100300
100400* Fetch the text of column LS-COLUMN-NUMBER of the current        00100400
100500* LS-WORK-STMT row into WS-COL-VALUE/WS-COL-VALUE-LEN, the        00100500
100600* same null-terminated-pointer handling TESTCOB2 uses.            00100600
100700*                                                                 00100700
100800 GET-COLUMN-TEXT.                                                 00100800
100900     CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-TEXT         00100900
101000         BY VALUE LS-WORK-STMT                                    00101000
101100         BY VALUE LS-COLUMN-NUMBER                                00101100
101200         RETURNING LS-COLUMN-POINTER                              00101200
101300     END-CALL                                                     00101300
101400     MOVE SPACES TO WS-COL-VALUE                                  00101400
101500     MOVE ZERO TO WS-COL-VALUE-LEN                                00101500
101600     IF LS-COLUMN-POINTER IS NOT EQUAL TO NULL THEN               00101600
101700        SET ADDRESS OF LINKAGE-COLUMN-TEXT TO LS-COLUMN-POINTER   00101700
101800        INSPECT LINKAGE-COLUMN-TEXT TALLYING WS-COL-VALUE-LEN     00101800
101900           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00101900
102000        IF WS-COL-VALUE-LEN IS GREATER THAN ZERO THEN             00102000
102100           MOVE LINKAGE-COLUMN-TEXT(1:WS-COL-VALUE-LEN)           00102100
102200              TO WS-COL-VALUE                                     00102200
102300        END-IF                                                    00102300
102400     END-IF                                                       00102400
102500     .                                                            00102500
102600*                                                                 00102600
102700* Column LS-COLUMN-NUMBER of the current LS-WORK-STMT row as      00102700
102800* an integer in LS-COLUMN-INT.                                    00102800
102900*                                                                 00102900
103000 GET-COLUMN-INT.                                                  00103000
103100     CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-INT          00103100
103200         BY VALUE LS-WORK-STMT                                    00103200
103300         BY VALUE LS-COLUMN-NUMBER                                00103300
103400         RETURNING LS-COLUMN-INT                                  00103400
103500     END-CALL                                                     00103500
103600     .                                                            00103600
103700 WRITE-REPORT-LINE-OUT.                                           00103700
103800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN                   00103800
103900        PERFORM WRITE-REPORT-HEADING                              00103900
104000     END-IF                                                       00104000
104100     MOVE WS-REPORT-LINE TO REPORT1-RECORD                        00104100
104200     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00104200
104300     ADD 1 TO WS-LINE-COUNT                                       00104300
104400     MOVE SPACES TO WS-REPORT-LINE                                00104400
104500     .                                                            00104500
104600 WRITE-REPORT-HEADING.                                            00104600
104700     ADD 1 TO WS-PAGE-COUNT                                       00104700
104800     MOVE WS-PAGE-COUNT TO WS-PAGE-NUM-DISPLAY                    00104800
104900     MOVE SPACES TO REPORT1-RECORD                                00104900
105000     MOVE 1 TO WS-RPT-PTR                                         00105000
105100     STRING 'TESTCB47' DELIMITED BY SIZE                          00105100
105200         '   RUN DATE: ' DELIMITED BY SIZE                        00105200
105300         WS-RUN-DATE DELIMITED BY SIZE                            00105300
105400         '   PAGE: ' DELIMITED BY SIZE                            00105400
105500         WS-PAGE-NUM-DISPLAY DELIMITED BY SIZE                    00105500
105600         INTO REPORT1-RECORD                                      00105600
105700         WITH POINTER WS-RPT-PTR                                  00105700
105800     END-STRING                                                   00105800
105900     WRITE REPORT1-RECORD AFTER ADVANCING PAGE                    00105900
106000     MOVE SPACES TO REPORT1-RECORD                                00106000
106100     MOVE 1 TO WS-RPT-PTR                                         00106100
106200     EVALUATE TRUE                                                00106200
106300     WHEN WS-LISTING-UNRESOLVED                                   00106300
106400          STRING 'REJECTS AS OF ' DELIMITED BY SIZE               00106400
106500              WS-THRU-DATE DELIMITED BY SIZE                      00106500
106600              ' - UNRESOLVED PAST ' DELIMITED BY SIZE             00106600
106700              WS-PARM-AGE DELIMITED BY SPACE                      00106700
106800              ' BUSINESS DAYS, FEED DATES BEFORE '                00106800
106900              DELIMITED BY SIZE                                   00106900
107000              WS-CUTOFF-DATE DELIMITED BY SIZE                    00107000
107100              INTO REPORT1-RECORD                                 00107100
107200              WITH POINTER WS-RPT-PTR                             00107200
107300          END-STRING                                              00107300
107400     WHEN OTHER                                                   00107400
107500          STRING 'REJECTS OF FEED DATES ' DELIMITED BY SIZE       00107500
107600              WS-FROM-DATE DELIMITED BY SIZE                      00107600
107700              ' TO ' DELIMITED BY SIZE                            00107700
107800              WS-THRU-DATE DELIMITED BY SIZE                      00107800
107900              INTO REPORT1-RECORD                                 00107900
108000              WITH POINTER WS-RPT-PTR                             00108000
108100          END-STRING                                              00108100
108200     END-EVALUATE                                                 00108200
108300     EVALUATE TRUE                                                00108300
108400     WHEN WS-LISTING-RATES                                        00108400
108500          STRING ' - RATE BY SOURCE AND REASON'                   00108500
108600              DELIMITED BY SIZE                                   00108600
108700              INTO REPORT1-RECORD                                 00108700
108800              WITH POINTER WS-RPT-PTR                             00108800
108900          END-STRING                                              00108900
109000     WHEN WS-LISTING-RECYCLED                                     00109000
109100          STRING ' - RECYCLED SUCCESSFULLY'                       00109100
109200              DELIMITED BY SIZE                                   00109200
109300              INTO REPORT1-RECORD                                 00109300
109400              WITH POINTER WS-RPT-PTR                             00109400
109500          END-STRING                                              00109500
109600     WHEN OTHER                                                   00109600
109700          CONTINUE                                                00109700
109800     END-EVALUATE                                                 00109800
109900     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00109900
110000     MOVE 1 TO WS-LINE-COUNT                                      00110000
110100     EVALUATE TRUE                                                00110100
110200     WHEN WS-LISTING-RATES                                        00110200
110300          MOVE WS-RATE-HEADER TO REPORT1-RECORD                   00110300
110400          WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE             00110400
110500     WHEN WS-LISTING-RECYCLED                                     00110500
110600          MOVE WS-RECYCLED-HEADER TO REPORT1-RECORD               00110600
110700          WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE             00110700
110800     WHEN WS-LISTING-UNRESOLVED                                   00110800
110900          MOVE WS-UNRESOLVED-HEADER TO REPORT1-RECORD             00110900
111000          WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE             00111000
111100     WHEN OTHER                                                   00111100
111200          CONTINUE                                                00111200
111300     END-EVALUATE                                                 00111300
111400     .                                                            00111400
111500 SHUTDOWN.                                                        00111500
111600     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00111600
111700         BY VALUE LS-DB                                           00111700
111800         RETURNING LS-SQL-RC                                      00111800
111900     END-CALL                                                     00111900
112000     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         00112000
112100         RETURNING LS-SQL-RC                                      00112100
112200     END-CALL                                                     00112200
112300     CLOSE REPORT1-FD                                             00112300
112400     GOBACK                                                       00112400
112500     .                                                            00112500
112600                                                                  00112600
112700 DISPLAY-SQL-ERROR.                                               00112700
112800     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRCODE             00112800
112900         BY VALUE LS-DB                                           00112900
113000         RETURNING LS-SQL-ERRCODE                                 00113000
113100     END-CALL                                                     00113100
113200     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRMSG              00113200
113300         BY VALUE LS-DB                                           00113300
113400         RETURNING LS-ERRMSG-POINTER                              00113400
113500     END-CALL                                                     00113500
113600     MOVE SPACES TO WS-ERRMSG-TEXT                                00113600
113700     MOVE ZERO TO WS-ERRMSG-LEN                                   00113700
113800     IF LS-ERRMSG-POINTER IS NOT EQUAL TO NULL THEN               00113800
113900        SET ADDRESS OF LINKAGE-COLUMN-TEXT                        00113900
114000           TO LS-ERRMSG-POINTER                                   00114000
114100        INSPECT LINKAGE-COLUMN-TEXT                               00114100
114200           TALLYING WS-ERRMSG-LEN                                 00114200
114300           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00114300
114400        MOVE LINKAGE-COLUMN-TEXT(1:WS-ERRMSG-LEN)                 00114400
114500           TO WS-ERRMSG-TEXT                                      00114500
114600     END-IF                                                       00114600
114700     DISPLAY '  SQLITE ERRCODE=' LS-SQL-ERRCODE                   00114700
114800         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00114800
114900         UPON SYSOUT                                              00114900
115000     .                                                            00115000
115100 END PROGRAM 'TESTCB47'.                                          00115100
