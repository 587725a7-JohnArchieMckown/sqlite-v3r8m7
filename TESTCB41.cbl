000100 PROCESS DYNAM,NAME,PGMNAME(COMPAT)                               00000100
000200 PROCESS ADV,AWO,NOC(W),FSRT,FLAG(I,I)                            00000200
000300 PROCESS INTDATE(ANSI),LANG(EN),LIB,LIST,MAP                      00000300
000400 PROCESS NONUM,NUMPROC(PFD),OBJ,APOST                             00000400
000500 PROCESS RENT,NOSEQ,SOURCE,NOSSRANGE,                             00000500
000600 PROCESS NOTERM,NOTEST,VBREF,                                     00000600
000700 PROCESS XREF(FULL),ZWB,FASTSRT,AR(E)                             00000700
000800 ID DIVISION.                                                     00000800
000900 PROGRAM-ID. 'TESTCB41'.                                          00000900
001000 AUTHOR. JOHN MCKOWN.                                             00001000
001100 INSTALLATION. CBT Tape.                                          00001100
001200 DATE-WRITTEN.                                                    00001200
001300 DATE-COMPILED.                                                   00001300
001400 SECURITY. NONE.                                                  00001400
001500*                                                                 00001500
001600* This program is the general-ledger posting interface. Finance   00001600
001700* used to re-key the day's movement in the business table's       00001700
001800* AMOUNT from the TESTCB25 flash page; this job summarizes the    00001800
001900* business date's AUDIT_LOG activity against the table instead    00001900
002000* (the same LOG_TIME range TESTCB25 reports: the business date    00002000
002100* up to the next BUSINESS day on BUSINESS_CALENDAR, one calendar  00002100
002200* day when the calendar is not loaded) and writes it as balanced  00002200
002300* debit/credit journal entries on the GLFILE interface file       00002300
002400* (GLINTREC layout, with header and trailer totals).              00002400
002500*                                                                 00002500
002600* Each INSERT, UPDATE, and DELETE is valued from the ' AMT='      00002600
002700* portion of its images exactly as the TESTCB34 roll-forward      00002700
002800* values it: an INSERT moves the after AMOUNT in, a DELETE moves  00002800
002900* the before AMOUNT out, an UPDATE moves the difference. That     00002900
003000* covers the new loads (TESTCOB4), maintenance (TESTCOB8),        00003000
003100* repricing (TESTCB26), approvals (TESTCB37), merges (TESTCB40)   00003100
003200* and erasures (TESTCB31), each under the JOB_NAME its own        00003200
003300* audit rows carry. Other operations (PEND, MERGE, ERASURE, ...)  00003300
003400* move no AMOUNT and are skipped. The movements are summed by     00003400
003500* OPERATION and JOB_NAME and each group is mapped to its ledger   00003500
003600* accounts through the GL_ACCOUNT_MAP table: an exact             00003600
003700* OPERATION/JOB_NAME row first, else the OPERATION's '*' (any     00003700
003800* job) row. A net increase debits the mapped DEBIT account and    00003800
003900* credits the CREDIT account; a net decrease reverses the pair.   00003900
004000* A group that nets to zero posts nothing.                        00004000
004100*                                                                 00004100
004200* GL_ACCOUNT_MAP is maintained by optional SYSIN cards ('*' in    00004200
004300* column one is a comment, a blank card is ignored), applied      00004300
004400* and audited as MAP before anything is posted:                   00004400
004500*   MAP=operation,jobname,debitaccount,creditaccount              00004500
004600* where operation is INSERT, UPDATE or DELETE, jobname is a job   00004600
004700* name or * for any job, and the accounts are up to 12            00004700
004800* characters.                                                     00004800
004900*                                                                 00004900
004970* Nothing is written to GLFILE until the day has been             00004970
005040* reconciled, and the run is refused (RC=8, no file, nothing      00005040
005110* recorded) when:                                                 00005110
005180*   - a MAP card is refused; the cards already applied are        00005180
005250*     backed out with it, so the corrected deck can be rerun;     00005250
005320*   - GL_POSTING_CONTROL shows the business date already posted   00005320
005390*     for the table;                                              00005390
005460*   - TESTCB34 has not proven the roll-forward for the table      00005460
005530*     through the day's last audited movement (ROLLFWD_CONTROL    00005530
005600*     mark short of it), so the day's trail is not yet known to   00005600
005670*     be complete;                                                00005670
005740*   - an image has no ' AMT=' portion, or a group has no          00005740
005810*     account mapping;                                            00005810
005880*   - the posted net total does not equal the roll-forward        00005880
005950*     change for the day. That change is totalled by SQLite       00005950
006020*     straight from AUDIT_LOG, not from the movements this job    00006020
006090*     valued, so the two figures are reached independently.       00006090
006300* A good run writes the file, records the business date in        00006300
006400* GL_POSTING_CONTROL (entry count and totals) and audits it as    00006400
006500* POST, all in one transaction.                                   00006500
006600*                                                                 00006600
006700* PARM value is 3 positional comma delimited fields:              00006700
006800*     DBPATH,TABLENAME,BUSDATE                                    00006800
006900* BUSDATE defaults to the run date.                               00006900
007000*                                                                 00007000
007100 ENVIRONMENT DIVISION.                                            00007100
007200 CONFIGURATION SECTION.                                           00007200
007300 SOURCE-COMPUTER. IBM-370.                                        00007300
007400 OBJECT-COMPUTER. IBM-370.                                        00007400
007500 SPECIAL-NAMES.                                                   00007500
007600 INPUT-OUTPUT SECTION.                                            00007600
007700 FILE-CONTROL.                                                    00007700
007800     SELECT OPTIONAL SYSIN-FILE ASSIGN TO SYSIN                   00007800
007900         ORGANIZATION IS SEQUENTIAL.                              00007900
008000     SELECT GL-FILE ASSIGN TO GLFILE                              00008000
008100         ORGANIZATION IS SEQUENTIAL.                              00008100
008200     SELECT REPORT1-FD ASSIGN TO REPORT1                          00008200
008300         ORGANIZATION IS SEQUENTIAL.                              00008300
008400 I-O-CONTROL.                                                     00008400
008500     APPLY WRITE-ONLY ON REPORT1-FD.                              00008500
008600*                                                                 00008600
008700 DATA DIVISION.                                                   00008700
008800 FILE SECTION.                                                    00008800
008900 FD  SYSIN-FILE                                                   00008900
009000     RECORDING MODE IS F                                          00009000
009100     LABEL RECORDS ARE STANDARD.                                  00009100
009200 01  SYSIN-RECORD               PIC X(80).                        00009200
009300 FD  GL-FILE                                                      00009300
009400     RECORDING MODE IS F                                          00009400
009500     LABEL RECORDS ARE STANDARD.                                  00009500
009600 01  GL-RECORD.                                                   00009600
009700     COPY GLINTREC .                                              00009700
009800 FD  REPORT1-FD                                                   00009800
009900     RECORDING MODE IS F                                          00009900
010000     LABEL RECORDS ARE STANDARD.                                  00010000
010100 01  REPORT1-RECORD          PIC X(132).                          00010100
010200*                                                                 00010200
010300 WORKING-STORAGE SECTION.                                         00010300
010400 COPY COBSQLTE .                                                  00010400
010500 01  CEE3DMP-PARAMETERS.                                          00010500
010600     05 CEE3DMP-TITLE              PIC X(80)                      00010600
010700        VALUE 'TEST DUMP'.                                        00010700
010800     05 CEE3DMP-OPTIONS            PIC X(255)                     00010800
010900        VALUE 'NOTRACE NOENTRY'.                                  00010900
011000 01  LE-FC.                                                       00011000
011100     02  CONDITION-TOKEN-VALUE.                                   00011100
011200     COPY  CEEIGZCT.                                              00011200
011300         03  CASE-1-CONDITION-ID.                                 00011300
011400             04  SEVERITY    PIC S9(4) BINARY.                    00011400
011500             04  MSG-NO      PIC S9(4) BINARY.                    00011500
011600         03  CASE-2-CONDITION-ID                                  00011600
011700                   REDEFINES CASE-1-CONDITION-ID.                 00011700
011800             04  CLASS-CODE  PIC S9(4) BINARY.                    00011800
011900             04  CAUSE-CODE  PIC S9(4) BINARY.                    00011900
012000         03  CASE-SEV-CTL    PIC X.                               00012000
012100         03  FACILITY-ID     PIC XXX.                             00012100
012200     02  I-S-INFO            PIC S9(9) BINARY.                    00012200
012300*                                                                 00012300
012400* CEESECS converts the business date to LE seconds on the         00012400
012500* same basis as the CEEGMT seconds the loaders store in           00012500
012600* LOG_TIME, the way TESTCB25 bounds its activity counts.          00012600
012700*                                                                 00012700
012800 01  WS-CEESECS-INPUT.                                            00012800
012900     05  WS-CEESECS-IN-LEN   PIC S9(4) COMP-5                     00012900
013000                             VALUE IS 8.                          00013000
013100     05  WS-CEESECS-IN-STR   PIC X(8).                            00013100
013200 01  WS-DATE-PICTURE.                                             00013200
013300     05  WS-DATE-PICT-LEN    PIC S9(4) COMP-5                     00013300
013400                             VALUE IS 8.                          00013400
013500     05  WS-DATE-PICT-STR    PIC X(8)                             00013500
013600                             VALUE IS 'YYYYMMDD'.                 00013600
013700*                                                                 00013700
013800* One OPERATION/JOB_NAME group on the posting summary and its     00013800
013900* column headings. NOTE flags a group that cannot post.           00013900
014000*                                                                 00014000
014100 01  WS-GROUP-LINE.                                               00014100
014200     05  WS-GL-OPERATION     PIC X(10).                           00014200
014300     05  FILLER              PIC X(2).                            00014300
014400     05  WS-GL-JOB-NAME      PIC X(8).                            00014400
014500     05  FILLER              PIC X(2).                            00014500
014600     05  WS-GL-COUNT         PIC Z(6)9.                           00014600
014700     05  FILLER              PIC X(2).                            00014700
014800     05  WS-GL-NET           PIC -(10)9.99.                       00014800
014900     05  FILLER              PIC X(2).                            00014900
015000     05  WS-GL-DEBIT         PIC X(12).                           00015000
015100     05  FILLER              PIC X(2).                            00015100
015200     05  WS-GL-CREDIT        PIC X(12).                           00015200
015300     05  FILLER              PIC X(2).                            00015300
015400     05  WS-GL-NOTE          PIC X(30).                           00015400
015500 01  WS-GROUP-HEADER.                                             00015500
015600     05  FILLER              PIC X(10)                            00015600
015700         VALUE IS 'OPERATION'.                                    00015700
015800     05  FILLER              PIC X(2)                             00015800
015900         VALUE IS SPACES.                                         00015900
016000     05  FILLER              PIC X(8)                             00016000
016100         VALUE IS 'JOB NAME'.                                     00016100
016200     05  FILLER              PIC X(2)                             00016200
016300         VALUE IS SPACES.                                         00016300
016400     05  FILLER              PIC X(7)                             00016400
016500         VALUE IS '  MOVES'.                                      00016500
016600     05  FILLER              PIC X(2)                             00016600
016700         VALUE IS SPACES.                                         00016700
016800     05  FILLER              PIC X(14)                            00016800
016900         VALUE IS '    NET AMOUNT'.                               00016900
017000     05  FILLER              PIC X(2)                             00017000
017100         VALUE IS SPACES.                                         00017100
017200     05  FILLER              PIC X(12)                            00017200
017300         VALUE IS 'DEBIT ACCT'.                                   00017300
017400     05  FILLER              PIC X(2)                             00017400
017500         VALUE IS SPACES.                                         00017500
017600     05  FILLER              PIC X(12)                            00017600
017700         VALUE IS 'CREDIT ACCT'.                                  00017700
017800     05  FILLER              PIC X(2)                             00017800
017900         VALUE IS SPACES.                                         00017900
018000     05  FILLER              PIC X(30)                            00018000
018100         VALUE IS 'NOTE'.                                         00018100
018200*                                                                 00018200
018300 LOCAL-STORAGE SECTION.                                           00018300
018400 01  LS-FULLWORD-RETURN.                                          00018400
018500     05  LS-LIBVERSION-POINTER   POINTER.                         00018500
018600     05  LS-LIBVERSION-BINVALUE  REDEFINES LS-LIBVERSION-POINTER  00018600
018700                                 PIC S9(9) COMP-5.                00018700
018800 77  LS-LIBVERSION-LENGTH    PIC S9(9) COMP-5                     00018800
018900        VALUE IS 0.                                               00018900
019000 77  LS-DB                   USAGE IS POINTER.                    00019000
019100 77  LS-WORK-STMT            USAGE IS POINTER.                    00019100
019200 77  LS-MOVE-STMT            USAGE IS POINTER.                    00019200
019300 77  LS-GROUP-STMT           USAGE IS POINTER.                    00019300
019400 77  LS-AUDIT-STMT           USAGE IS POINTER.                    00019400
019500 77  LS-PREPARED-STMT        USAGE IS POINTER.                    00019500
019600 77  LS-COLUMN-POINTER       USAGE IS POINTER.                    00019600
019700 77  LS-COLUMN-NUMBER        PIC S9(9) COMP-5.                    00019700
019800 77  LS-ZERO                 PIC S9(9) COMP-5                     00019800
019900                             VALUE IS ZERO.                       00019900
020000 77  LS-SQL-RC               PIC S9(9) COMP-5.                    00020000
020100 77  SQL-ZCHAR               PIC X(512).                          00020100
020200 77  LS-MINUS-ONE            PIC S9(9) COMP-5                     00020200
020300        VALUE IS -1.                                              00020300
020400 77  LS-ONE                  PIC S9(9) COMP-5                     00020400
020500        VALUE IS 1.                                               00020500
020600 77  LS-TWO                  PIC S9(9) COMP-5                     00020600
020700        VALUE IS 2.                                               00020700
020800 77  LS-THREE                PIC S9(9) COMP-5                     00020800
020900        VALUE IS 3.                                               00020900
021000 77  LS-FOUR                 PIC S9(9) COMP-5                     00021000
021100        VALUE IS 4.                                               00021100
021200 77  LS-FIVE                 PIC S9(9) COMP-5                     00021200
021300        VALUE IS 5.                                               00021300
021400 77  LS-SIX                  PIC S9(9) COMP-5                     00021400
021500        VALUE IS 6.                                               00021500
021600 77  LS-SEVEN                PIC S9(9) COMP-5                     00021600
021700        VALUE IS 7.                                               00021700
021800 77  LS-DOUBLE-BFP           USAGE COMP-2.                        00021800
021900 77  LS-DOUBLE-HFP           USAGE COMP-2.                        00021900
022000 77  LS-OPEN-FLAGS           PIC S9(9) COMP-5.                    00022000
022100 77  LS-NULL                 POINTER VALUE IS NULL.               00022100
022200 77  LS-SQL-ERRCODE          PIC S9(9) COMP-5.                    00022200
022300 77  LS-ERRMSG-POINTER       USAGE IS POINTER.                    00022300
022400 77  WS-ERRMSG-TEXT          PIC X(255).                          00022400
022500 77  WS-ERRMSG-LEN           PIC S9(4) COMP-5.                    00022500
022600*                                                                 00022600
022700* Milliseconds SQLITE3-BUSY-TIMEOUT waits/retries internally      00022700
022800* before returning SQLITE-BUSY, so a transient lock from an       00022800
022900* overlapping batch window does not abend this job outright.      00022900
023000 77  LS-BUSY-TIMEOUT-MS      PIC S9(9) COMP-5                     00023000
023100        VALUE IS 5000.                                            00023100
023200*                                                                 00023200
023300* The PARM fields.                                                00023300
023400*                                                                 00023400
023500 77  WS-PARM-DBPATH          PIC X(255).                          00023500
023600 77  WS-PARM-TABLE           PIC X(30).                           00023600
023700 77  WS-PARM-BUSDATE         PIC X(8).                            00023700
023800 77  WS-PARM-LEN             PIC S9(4) COMP-5.                    00023800
023900 77  WS-TABLE-NAME           PIC X(30)                            00023900
024000        VALUE IS 'LOADTAB'.                                       00024000
024100 77  WS-TABLE-NAME-LEN       PIC S9(4) COMP-5.                    00024100
024200 77  WS-BUS-DATE             PIC X(8).                            00024200
024300 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    00024300
024400 77  WS-PREP-LABEL           PIC X(20).                           00024400
024500 77  WS-PREP-OK-SWITCH       PIC X.                               00024500
024600     88  WS-PREP-OK          VALUE IS 'Y'.                        00024600
024700*                                                                 00024700
024800* The business date's LOG_TIME range, and the newest movement     00024800
024900* found in it. The range ends at 00:00 of the next BUSINESS       00024900
025000* day on BUSINESS_CALENDAR when the calendar is loaded.           00025000
025100*                                                                 00025100
025200 77  LS-FROM-SECS            USAGE COMP-2.                        00025200
025300 77  LS-TO-SECS              USAGE COMP-2.                        00025300
025400 77  LS-FROM-BFP             USAGE COMP-2.                        00025400
025500 77  LS-TO-BFP               USAGE COMP-2.                        00025500
025600 77  LS-LAST-MOVE-BFP        USAGE COMP-2.                        00025600
025700 77  WS-ONE-DAY-SECS         PIC S9(9) COMP-5                     00025700
025800        VALUE IS 86400.                                           00025800
025900 77  WS-NEXT-BUS-DATE        PIC X(8)                             00025900
026000                             VALUE IS SPACES.                     00026000
026100 77  WS-PROVEN-SWITCH        PIC X                                00026100
026200                             VALUE IS 'N'.                        00026200
026300     88  WS-PROVEN           VALUE IS 'Y'.                        00026300
026400*                                                                 00026400
026500* The account map card being processed.                           00026500
026600*                                                                 00026600
026700 77  WS-EOF-SWITCH           PIC X                                00026700
026800                             VALUE IS 'N'.                        00026800
026900     88  WS-EOF              VALUE IS 'Y'.                        00026900
027000 77  WS-CARD-KEYWORD         PIC X(20).                           00027000
027100 77  WS-CARD-VALUE           PIC X(60).                           00027100
027200 77  WS-CARD-OPERATION       PIC X(20).                           00027200
027300 77  WS-CARD-JOB-NAME        PIC X(20).                           00027300
027400 77  WS-CARD-DEBIT           PIC X(20).                           00027400
027500 77  WS-CARD-CREDIT          PIC X(20).                           00027500
027600 77  WS-MAP-OPERATION        PIC X(10).                           00027600
027700 77  WS-MAP-JOB-NAME         PIC X(8).                            00027700
027800 77  WS-MAP-DEBIT            PIC X(12).                           00027800
027900 77  WS-MAP-CREDIT           PIC X(12).                           00027900
028000 77  WS-REFUSE-REASON        PIC X(50).                           00028000
028100*                                                                 00028100
028200* One audit row's movement, valued from its images the way        00028200
028300* TESTCB34 values them.                                           00028300
028400*                                                                 00028400
028500 77  WS-ROW-OP               PIC X(10).                           00028500
028600 77  WS-ROW-JOB-NAME         PIC X(8).                            00028600
028700 77  WS-IMAGE-WORK           PIC X(75).                           00028700
028800 77  WS-IMAGE-JUNK           PIC X(75).                           00028800
028900 77  WS-IMAGE-TAIL           PIC X(75).                           00028900
029000 77  WS-IMG-AMOUNT           PIC S9(7)V99.                        00029000
029100 77  WS-IMG-FOUND-SWITCH     PIC X.                               00029100
029200     88  WS-IMG-FOUND        VALUE IS 'Y'.                        00029200
029300 77  WS-BEFORE-AMOUNT        PIC S9(7)V99.                        00029300
029400 77  WS-BEFORE-OK-SWITCH     PIC X.                               00029400
029500     88  WS-BEFORE-OK        VALUE IS 'Y'.                        00029500
029600 77  WS-MOVE-AMOUNT          PIC S9(9)V99.                        00029600
029700 77  WS-MOVE-CENTS           PIC S9(9) COMP-5.                    00029700
029800 77  WS-COL-VALUE            PIC X(80).                           00029800
029900 77  WS-COL-VALUE-LEN        PIC S9(4) COMP-5.                    00029900
030000*                                                                 00030000
030100* One OPERATION/JOB_NAME group from the posting summary.          00030100
030200*                                                                 00030200
030300 77  WS-GRP-OPERATION        PIC X(10).                           00030300
030400 77  WS-GRP-JOB-NAME         PIC X(8).                            00030400
030500 77  WS-GRP-COUNT            PIC S9(9) COMP-5.                    00030500
030600 77  WS-GRP-NET              PIC S9(11)V99.                       00030600
030700 77  WS-GRP-DEBIT            PIC X(12).                           00030700
030800 77  WS-GRP-CREDIT           PIC X(12).                           00030800
030900*                                                                 00030900
031000* Run accounting: the roll-forward change AUDIT_LOG totals to,    00031000
031100* the net the journal posts, and the file totals.                 00031100
031200*                                                                 00031200
031300 77  WS-CARD-COUNT           PIC S9(9) COMP-5                     00031300
031400                             VALUE IS ZERO.                       00031400
031500 77  WS-MAPPED-COUNT         PIC S9(9) COMP-5                     00031500
031600                             VALUE IS ZERO.                       00031600
031700 77  WS-CARD-REFUSED         PIC S9(9) COMP-5                     00031700
031800                             VALUE IS ZERO.                       00031800
031900 77  WS-AUDIT-ROWS           PIC S9(9) COMP-5                     00031900
032000                             VALUE IS ZERO.                       00032000
032100 77  WS-MOVE-COUNT           PIC S9(9) COMP-5                     00032100
032200                             VALUE IS ZERO.                       00032200
032300 77  WS-OTHER-COUNT          PIC S9(9) COMP-5                     00032300
032400                             VALUE IS ZERO.                       00032400
032500 77  WS-UNPARSED-COUNT       PIC S9(9) COMP-5                     00032500
032600                             VALUE IS ZERO.                       00032600
032700 77  WS-UNMAPPED-COUNT       PIC S9(9) COMP-5                     00032700
032800                             VALUE IS ZERO.                       00032800
032900 77  WS-GROUP-COUNT          PIC S9(9) COMP-5                     00032900
033000                             VALUE IS ZERO.                       00033000
033100 77  WS-RF-CHANGE            PIC S9(11)V99                        00033100
033200                             VALUE IS ZERO.                       00033200
033300 77  WS-GL-NET-TOTAL         PIC S9(11)V99                        00033300
033400                             VALUE IS ZERO.                       00033400
033500 77  WS-DIFFERENCE           PIC S9(11)V99                        00033500
033600                             VALUE IS ZERO.                       00033600
033700 77  WS-ENTRY-ACCOUNT        PIC X(12).                           00033700
033800 77  WS-ENTRY-DR-CR          PIC X.                               00033800
033900 77  WS-ENTRY-AMOUNT         PIC S9(11)V99.                       00033900
034000 77  WS-ENTRY-COUNT          PIC S9(9) COMP-5                     00034000
034100                             VALUE IS ZERO.                       00034100
034200 77  WS-DEBIT-TOTAL          PIC S9(11)V99                        00034200
034300                             VALUE IS ZERO.                       00034300
034400 77  WS-CREDIT-TOTAL         PIC S9(11)V99                        00034400
034500                             VALUE IS ZERO.                       00034500
034600 77  WS-COUNT-DISPLAY        PIC Z(8)9.                           00034600
034700 77  WS-TOTAL-DISPLAY        PIC -(11)9.99.                       00034700
034800 77  WS-ENTRY-DISPLAY        PIC 9(9).                            00034800
034900 77  WS-NET-DISPLAY          PIC -(11)9.99.                       00034900
035000 77  WS-DEBIT-DISPLAY        PIC 9(11).99.                        00035000
035100*                                                                 00035100
035200* The AUDIT_LOG trail, the same reusable WRITE-AUDIT-LOG          00035200
035300* convention TESTCOB8 follows.                                    00035300
035400*                                                                 00035400
035500 77  LS-LILIAN               PIC S9(9) COMP-5.                    00035500
035600 77  LS-AUDIT-GMT-SECS       USAGE COMP-2.                        00035600
035700 77  WS-AUDIT-TABLE          PIC X(30).                           00035700
035800 77  WS-AUDIT-OP             PIC X(10).                           00035800
035900 77  WS-AUDIT-BEFORE         PIC X(75).                           00035900
036000 77  WS-AUDIT-AFTER          PIC X(75).                           00036000
036100 77  LS-JPI-FUNC             PIC S9(9) COMP-5                     00036100
036200        VALUE IS 1.                                               00036200
036300 77  LS-JPI-BUFLEN           PIC S9(9) COMP-5                     00036300
036400        VALUE IS 8.                                               00036400
036500 77  LS-JPI-RETLEN           PIC S9(9) COMP-5.                    00036500
036600 77  WS-JOB-NAME             PIC X(8).                            00036600
036700*                                                                 00036700
036800* Fields supporting the paginated REPORT1 listing, the same       00036800
036900* heading/page-break convention TESTCB26 uses.                    00036900
037000*                                                                 00037000
037100 77  WS-REPORT-LINE          PIC X(132).                          00037100
037200 77  WS-RPT-PTR              PIC S9(4) COMP-5.                    00037200
037300 77  WS-RUN-DATE             PIC X(8).                            00037300
037400 77  WS-PAGE-COUNT           PIC S9(4) COMP-5                     00037400
037500                         VALUE IS ZERO.                           00037500
037600 77  WS-PAGE-NUM-DISPLAY     PIC Z(4)9.                           00037600
037700 77  WS-LINE-COUNT           PIC S9(4) COMP-5                     00037700
037800                         VALUE IS ZERO.                           00037800
037900 77  WS-LINES-PER-PAGE       PIC S9(4) COMP-5                     00037900
038000                         VALUE IS 60.                             00038000
038100 LINKAGE SECTION.                                                 00038100
038200 01  MVS-PARM.                                                    00038200
038300     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00038300
038400     05 MVS-PARM-VALUE       PIC X(32760).                        00038400
038500 77  LINKAGE-LIBVERSION      PIC X(101).                          00038500
038600 77  LINKAGE-COLUMN-TEXT     PIC X(1024).                         00038600
038700*  MVS-PARM-VALUE LENGTH IS REALLY ONLY THE NUMBER OF CHARACTERS  00038700
038800*  CONTAINED IN MVS-PARM-LENGTH. YOU NEED TO USE REFERENCE        00038800
038900*  MODIFICATION TO MAKE SURE YOU DON'T EXCEED THE ACTUAL LENGTH   00038900
039000*  PASSED TO THIS PROGRAM.                                        00039000
039100*                                                                 00039100
039200 PROCEDURE DIVISION USING MVS-PARM.                               00039200
039300 START-UP.                                                        00039300
039400     CALL SQLITE3A USING SQLITE3-LIBVERSION                       00039400
039500          RETURNING LS-LIBVERSION-POINTER                         00039500
039600     END-CALL                                                     00039600
039700     IF LS-LIBVERSION-POINTER NOT EQUAL TO NULL THEN              00039700
039800        SET ADDRESS OF LINKAGE-LIBVERSION TO                      00039800
039900            LS-LIBVERSION-POINTER                                 00039900
040000        MOVE ZERO TO LS-LIBVERSION-LENGTH                         00040000
040100        INSPECT LINKAGE-LIBVERSION                                00040100
040200                TALLYING LS-LIBVERSION-LENGTH                     00040200
040300                FOR CHARACTERS BEFORE INITIAL LOW-VALUE           00040300
040400        DISPLAY 'Sqlite version is '                              00040400
040500                LINKAGE-LIBVERSION(1:LS-LIBVERSION-LENGTH)        00040500
040600                UPON SYSOUT                                       00040600
040700     END-IF                                                       00040700
040800     CALL SQLITE3A USING SQLITE3-INITIALIZE                       00040800
040900     RETURNING LS-SQL-RC                                          00040900
041000     END-CALL                                                     00041000
041100     IF LS-SQL-RC NOT = SQLITE-OK THEN                            00041100
041200        DISPLAY 'SQLITE-INITIALIZE FAILED. RC='                   00041200
041300            LS-SQL-RC                                             00041300
041400            UPON SYSOUT                                           00041400
041500        MOVE +16 TO RETURN-CODE                                   00041500
041600        GOBACK                                                    00041600
041700     END-IF                                                       00041700
041800     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               00041800
041900     MOVE SPACES TO WS-JOB-NAME                                   00041900
042000     CALL 'CEE3JPI' USING LS-JPI-FUNC, WS-JOB-NAME,               00042000
042100             LS-JPI-BUFLEN, LS-JPI-RETLEN, LE-FC                  00042100
042200     MOVE SPACES TO WS-REPORT-LINE                                00042200
042300     OPEN OUTPUT REPORT1-FD                                       00042300
042400     .                                                            00042400
042500 PARSE-PARM.                                                      00042500
042600     MOVE SPACES TO WS-PARM-DBPATH                                00042600
042700     MOVE SPACES TO WS-PARM-TABLE                                 00042700
042800     MOVE SPACES TO WS-PARM-BUSDATE                               00042800
042900     IF MVS-PARM-LENGTH IS GREATER THAN ZERO THEN                 00042900
043000        UNSTRING MVS-PARM-VALUE(1:MVS-PARM-LENGTH)                00043000
043100            DELIMITED BY ','                                      00043100
043200             INTO WS-PARM-DBPATH, WS-PARM-TABLE,                  00043200
043300                  WS-PARM-BUSDATE                                 00043300
043400        END-UNSTRING                                              00043400
043500     END-IF                                                       00043500
043600     MOVE ZERO TO WS-PARM-LEN                                     00043600
043700     INSPECT WS-PARM-DBPATH TALLYING WS-PARM-LEN                  00043700
043800             FOR CHARACTERS BEFORE INITIAL SPACE                  00043800
043900     IF WS-PARM-LEN IS GREATER THAN ZERO THEN                     00043900
044000        MOVE WS-PARM-DBPATH(1:WS-PARM-LEN) TO SQL-ZCHAR           00044000
044100        MOVE LOW-VALUES TO SQL-ZCHAR(WS-PARM-LEN + 1:1)           00044100
044200     ELSE                                                         00044200
044300        MOVE Z'/tmp/testcob4.sqlite3' TO SQL-ZCHAR                00044300
044400     END-IF                                                       00044400
044500     IF WS-PARM-TABLE IS NOT EQUAL TO SPACES THEN                 00044500
044600        MOVE WS-PARM-TABLE TO WS-TABLE-NAME                       00044600
044700     END-IF                                                       00044700
044800     MOVE ZERO TO WS-TABLE-NAME-LEN                               00044800
044900     INSPECT WS-TABLE-NAME TALLYING WS-TABLE-NAME-LEN             00044900
045000             FOR CHARACTERS BEFORE INITIAL SPACE                  00045000
045100     IF WS-PARM-BUSDATE IS NOT EQUAL TO SPACES THEN               00045100
045200        MOVE WS-PARM-BUSDATE TO WS-BUS-DATE                       00045200
045300     ELSE                                                         00045300
045400        MOVE WS-RUN-DATE TO WS-BUS-DATE                           00045400
045500     END-IF                                                       00045500
045600     IF WS-BUS-DATE IS NOT NUMERIC THEN                           00045600
045700        DISPLAY 'INVALID BUSDATE IN PARM: ' WS-BUS-DATE           00045700
045800           UPON SYSOUT                                            00045800
045900        MOVE +16 TO RETURN-CODE                                   00045900
046000        CLOSE REPORT1-FD                                          00046000
046100        GOBACK                                                    00046100
046200     END-IF                                                       00046200
046300     .                                                            00046300
046400 INITIALIZE-SQLITE.                                               00046400
046500     MOVE SQLITE-OPEN-READWRITE TO LS-OPEN-FLAGS                  00046500
046600     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00046600
046700         BY REFERENCE SQL-ZCHAR                                   00046700
046800         BY REFERENCE LS-DB                                       00046800
046900         BY VALUE LS-OPEN-FLAGS                                   00046900
047000         BY VALUE LS-NULL                                         00047000
047100         RETURNING LS-SQL-RC                                      00047100
047200     END-CALL                                                     00047200
047300     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00047300
047400        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00047400
047500        DISPLAY 'SQLITE3-OPEN FAILED. RC='                        00047500
047600           LS-SQL-RC UPON SYSOUT                                  00047600
047700        PERFORM DISPLAY-SQL-ERROR                                 00047700
047800        MOVE +16 TO RETURN-CODE                                   00047800
047900        CLOSE REPORT1-FD                                          00047900
048000        GOBACK                                                    00048000
048100     END-IF                                                       00048100
048200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00048200
048300         BY VALUE LS-DB                                           00048300
048400         BY VALUE LS-BUSY-TIMEOUT-MS                              00048400
048500         RETURNING LS-SQL-RC                                      00048500
048600     END-CALL                                                     00048600
048700     .                                                            00048700
048800*                                                                 00048800
048900* The account map and the posting control are this job's own      00048900
049000* tables; GL_MOVE is a TEMP work table holding one row per        00049000
049100* valued movement for the OPERATION/JOB_NAME summary.             00049100
049200*                                                                 00049200
049300 CREATE-GL-TABLES.                                                00049300
049400     MOVE 1 TO WS-SQL-PTR                                         00049400
049500     STRING 'CREATE TABLE IF NOT EXISTS AUDIT_LOG ('              00049500
049600         DELIMITED BY SIZE                                        00049600
049700         'TABLE_NAME TEXT, OPERATION TEXT, '                      00049700
049800         DELIMITED BY SIZE                                        00049800
049900         'BEFORE_VALUE TEXT, AFTER_VALUE TEXT, '                  00049900
050000         DELIMITED BY SIZE                                        00050000
050100         'LOG_TIME REAL, JOB_NAME TEXT)' DELIMITED BY SIZE        00050100
050200         INTO SQL-ZCHAR                                           00050200
050300         WITH POINTER WS-SQL-PTR                                  00050300
050400     END-STRING                                                   00050400
050500     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00050500
050600     MOVE 'CREATE AUDIT_LOG' TO WS-PREP-LABEL                     00050600
050700     PERFORM EXECUTE-ONE-STATEMENT                                00050700
050800     MOVE 1 TO WS-SQL-PTR                                         00050800
050900     STRING 'CREATE TABLE IF NOT EXISTS GL_ACCOUNT_MAP ('         00050900
051000         DELIMITED BY SIZE                                        00051000
051100         'OPERATION TEXT, JOB_NAME TEXT, '                        00051100
051200         DELIMITED BY SIZE                                        00051200
051300         'DEBIT_ACCOUNT TEXT, CREDIT_ACCOUNT TEXT, '              00051300
051400         DELIMITED BY SIZE                                        00051400
051500         'PRIMARY KEY(OPERATION,JOB_NAME))' DELIMITED BY SIZE     00051500
051600         INTO SQL-ZCHAR                                           00051600
051700         WITH POINTER WS-SQL-PTR                                  00051700
051800     END-STRING                                                   00051800
051900     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00051900
052000     MOVE 'CREATE ACCOUNT MAP' TO WS-PREP-LABEL                   00052000
052100     PERFORM EXECUTE-ONE-STATEMENT                                00052100
052200     MOVE 1 TO WS-SQL-PTR                                         00052200
052300     STRING 'CREATE TABLE IF NOT EXISTS GL_POSTING_CONTROL ('     00052300
052400         DELIMITED BY SIZE                                        00052400
052500         'TABLE_NAME TEXT, BUSINESS_DATE TEXT, '                  00052500
052600         DELIMITED BY SIZE                                        00052600
052700         'POSTED_TIME REAL, JOB_NAME TEXT, '                      00052700
052800         DELIMITED BY SIZE                                        00052800
052900         'ENTRY_COUNT INTEGER, DEBIT_TOTAL TEXT, '                00052900
053000         DELIMITED BY SIZE                                        00053000
053100         'NET_TOTAL TEXT, '                                       00053100
053200         DELIMITED BY SIZE                                        00053200
053300         'PRIMARY KEY(TABLE_NAME,BUSINESS_DATE))'                 00053300
053400         DELIMITED BY SIZE                                        00053400
053500         INTO SQL-ZCHAR                                           00053500
053600         WITH POINTER WS-SQL-PTR                                  00053600
053700     END-STRING                                                   00053700
053800     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00053800
053900     MOVE 'CREATE CONTROL' TO WS-PREP-LABEL                       00053900
054000     PERFORM EXECUTE-ONE-STATEMENT                                00054000
054100     MOVE 1 TO WS-SQL-PTR                                         00054100
054200     STRING 'CREATE TEMP TABLE GL_MOVE (' DELIMITED BY SIZE       00054200
054300         'OPERATION TEXT, JOB_NAME TEXT, CENTS INTEGER)'          00054300
054400         DELIMITED BY SIZE                                        00054400
054500         INTO SQL-ZCHAR                                           00054500
054600         WITH POINTER WS-SQL-PTR                                  00054600
054700     END-STRING                                                   00054700
054800     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00054800
054900     MOVE 'CREATE GL_MOVE' TO WS-PREP-LABEL                       00054900
055000     PERFORM EXECUTE-ONE-STATEMENT                                00055000
055100     .                                                            00055100
055200 PREPARE-STATEMENTS.                                              00055200
055300     MOVE 1 TO WS-SQL-PTR                                         00055300
055400     STRING 'INSERT INTO AUDIT_LOG(TABLE_NAME,OPERATION,'         00055400
055500         DELIMITED BY SIZE                                        00055500
055600         'BEFORE_VALUE,AFTER_VALUE,LOG_TIME,JOB_NAME) '           00055600
055700         DELIMITED BY SIZE                                        00055700
055800         'VALUES(?,?,?,?,?,?)' DELIMITED BY SIZE                  00055800
055900         INTO SQL-ZCHAR                                           00055900
056000         WITH POINTER WS-SQL-PTR                                  00056000
056100     END-STRING                                                   00056100
056200     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00056200
056300     MOVE 'AUDIT INSERT' TO WS-PREP-LABEL                         00056300
056400     PERFORM PREPARE-ONE-STATEMENT                                00056400
056500     SET LS-AUDIT-STMT TO LS-PREPARED-STMT                        00056500
056600     .                                                            00056600
056700*                                                                 00056700
056800* The business date's LOG_TIME range: from 00:00 of the date      00056800
056900* to 00:00 of the next BUSINESS day, as TESTCB25 counts it.       00056900
057000*                                                                 00057000
057100 SET-POSTING-WINDOW.                                              00057100
057200     PERFORM WRITE-REPORT-HEADING                                 00057200
057300     MOVE WS-BUS-DATE TO WS-CEESECS-IN-STR                        00057300
057400     CALL 'CEESECS' USING WS-CEESECS-INPUT,                       00057400
057500          WS-DATE-PICTURE, LS-FROM-SECS, LE-FC                    00057500
057600     COMPUTE LS-TO-SECS = LS-FROM-SECS + WS-ONE-DAY-SECS          00057600
057700     MOVE 1 TO WS-SQL-PTR                                         00057700
057800     STRING 'SELECT MIN(CAL_DATE) FROM BUSINESS_CALENDAR '        00057800
057900         DELIMITED BY SIZE                                        00057900
058000         'WHERE CAL_DATE > ? AND DAY_TYPE = '                     00058000
058100         DELIMITED BY SIZE                                        00058100
058200         '''BUSINESS''' DELIMITED BY SIZE                         00058200
058300         INTO SQL-ZCHAR                                           00058300
058400         WITH POINTER WS-SQL-PTR                                  00058400
058500     END-STRING                                                   00058500
058600     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00058600
058700     PERFORM PREPARE-SOFT-STATEMENT                               00058700
058800     IF WS-PREP-OK THEN                                           00058800
058900        SET LS-WORK-STMT TO LS-PREPARED-STMT                      00058900
059000        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00059000
059100            BY VALUE LS-WORK-STMT                                 00059100
059200            BY VALUE LS-ONE                                       00059200
059300            BY REFERENCE WS-BUS-DATE                              00059300
059400            BY VALUE 8                                            00059400
059500            BY VALUE SQLITE-TRANSIENT                             00059500
059600            RETURNING LS-SQL-RC                                   00059600
059700        END-CALL                                                  00059700
059800        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00059800
059900            BY VALUE LS-WORK-STMT                                 00059900
060000            RETURNING LS-SQL-RC                                   00060000
060100        END-CALL                                                  00060100
060200        IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                  00060200
060300           MOVE +0 TO LS-COLUMN-NUMBER                            00060300
060400           PERFORM GET-COLUMN-TEXT                                00060400
060500           MOVE WS-COL-VALUE(1:8) TO WS-NEXT-BUS-DATE             00060500
060600        END-IF                                                    00060600
060700        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00060700
060800            BY VALUE LS-WORK-STMT                                 00060800
060900            RETURNING LS-SQL-RC                                   00060900
061000        END-CALL                                                  00061000
061100     END-IF                                                       00061100
061200     IF WS-NEXT-BUS-DATE IS NOT EQUAL TO SPACES THEN              00061200
061300        MOVE WS-NEXT-BUS-DATE TO WS-CEESECS-IN-STR                00061300
061400        CALL 'CEESECS' USING WS-CEESECS-INPUT,                    00061400
061500             WS-DATE-PICTURE, LS-TO-SECS, LE-FC                   00061500
061600        MOVE 1 TO WS-RPT-PTR                                      00061600
061700        STRING 'ACTIVITY UP TO NEXT BUSINESS DATE: '              00061700
061800            DELIMITED BY SIZE                                     00061800
061900            WS-NEXT-BUS-DATE DELIMITED BY SIZE                    00061900
062000            INTO WS-REPORT-LINE                                   00062000
062100            WITH POINTER WS-RPT-PTR                               00062100
062200        END-STRING                                                00062200
062300        PERFORM WRITE-REPORT-LINE-OUT                             00062300
062400     END-IF                                                       00062400
062500     CALL SQLITE3A USING                                          00062500
062600         BY REFERENCE CONVERT-HFP-TO-BFP                          00062600
062700         BY VALUE LS-FROM-SECS                                    00062700
062800         BY REFERENCE LS-FROM-BFP                                 00062800
062900     END-CALL                                                     00062900
063000     CALL SQLITE3A USING                                          00063000
063100         BY REFERENCE CONVERT-HFP-TO-BFP                          00063100
063200         BY VALUE LS-TO-SECS                                      00063200
063300         BY REFERENCE LS-TO-BFP                                   00063300
063400     END-CALL                                                     00063400
063500     .                                                            00063500
063600 BEGIN-TRANSACTION.                                               00063600
063700     MOVE Z'BEGIN TRANSACTION' TO SQL-ZCHAR                       00063700
063800     MOVE 'BEGIN TRANSACTION' TO WS-PREP-LABEL                    00063800
063900     PERFORM EXECUTE-ONE-STATEMENT                                00063900
064000     .                                                            00064000
064100*                                                                 00064100
064200* Account map maintenance cards, applied before the day is        00064200
064300* valued so a new job can be mapped and posted in one run.        00064300
064400*                                                                 00064400
064500 READ-MAP-CARDS.                                                  00064500
064600     OPEN INPUT SYSIN-FILE                                        00064600
064700     MOVE 'N' TO WS-EOF-SWITCH                                    00064700
064800     PERFORM UNTIL WS-EOF OR RETURN-CODE IS EQUAL TO +16          00064800
064900        READ SYSIN-FILE                                           00064900
065000           AT END                                                 00065000
065100              MOVE 'Y' TO WS-EOF-SWITCH                           00065100
065200           NOT AT END                                             00065200
065300              PERFORM PROCESS-MAP-CARD                            00065300
065400        END-READ                                                  00065400
065500     END-PERFORM                                                  00065500
065600     CLOSE SYSIN-FILE                                             00065600
065700     IF RETURN-CODE IS EQUAL TO +16 THEN                          00065700
065800        GO TO COMMIT-TRANSACTION                                  00065800
065900     END-IF                                                       00065900
065905* A refused card stops the run before the day is valued, and      00065905
065910* COMMIT-TRANSACTION backs out the cards that were applied, so    00065910
065915* the corrected deck can be rerun from the same map.              00065915
065920     IF WS-CARD-REFUSED IS GREATER THAN ZERO THEN                 00065920
065925        MOVE 1 TO WS-RPT-PTR                                      00065925
065930        STRING 'BUSINESS DATE ' DELIMITED BY SIZE                 00065930
065935            WS-BUS-DATE DELIMITED BY SIZE                         00065935
065940            ' MAP CARD REFUSED - NOTHING POSTED'                  00065940
065945            DELIMITED BY SIZE                                     00065945
065950            INTO WS-REPORT-LINE                                   00065950
065955            WITH POINTER WS-RPT-PTR                               00065955
065960        END-STRING                                                00065960
065965        DISPLAY WS-REPORT-LINE(1:80) UPON SYSOUT                  00065965
065970        PERFORM WRITE-REPORT-LINE-OUT                             00065970
065975        GO TO COMMIT-TRANSACTION                                  00065975
065980     END-IF                                                       00065980
066000     .                                                            00066000
066100*                                                                 00066100
066200* A business date posts once per table.                           00066200
066300*                                                                 00066300
066400 CHECK-ALREADY-POSTED.                                            00066400
066500     MOVE 1 TO WS-SQL-PTR                                         00066500
066600     STRING 'SELECT JOB_NAME FROM GL_POSTING_CONTROL '            00066600
066700         DELIMITED BY SIZE                                        00066700
066800         'WHERE TABLE_NAME = ? AND BUSINESS_DATE = ?'             00066800
066900         DELIMITED BY SIZE                                        00066900
067000         INTO SQL-ZCHAR                                           00067000
067100         WITH POINTER WS-SQL-PTR                                  00067100
067200     END-STRING                                                   00067200
067300     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00067300
067400     MOVE 'CONTROL SELECT' TO WS-PREP-LABEL                       00067400
067500     PERFORM PREPARE-ONE-STATEMENT                                00067500
067600     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00067600
067700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00067700
067800         BY VALUE LS-WORK-STMT                                    00067800
067900         BY VALUE LS-ONE                                          00067900
068000         BY REFERENCE WS-TABLE-NAME                               00068000
068100         BY VALUE 30                                              00068100
068200         BY VALUE SQLITE-TRANSIENT                                00068200
068300         RETURNING LS-SQL-RC                                      00068300
068400     END-CALL                                                     00068400
068500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00068500
068600         BY VALUE LS-WORK-STMT                                    00068600
068700         BY VALUE LS-TWO                                          00068700
068800         BY REFERENCE WS-BUS-DATE                                 00068800
068900         BY VALUE 8                                               00068900
069000         BY VALUE SQLITE-TRANSIENT                                00069000
069100         RETURNING LS-SQL-RC                                      00069100
069200     END-CALL                                                     00069200
069300     MOVE SPACES TO WS-COL-VALUE                                  00069300
069400     MOVE ZERO TO WS-COL-VALUE-LEN                                00069400
069500     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00069500
069600         BY VALUE LS-WORK-STMT                                    00069600
069700         RETURNING LS-SQL-RC                                      00069700
069800     END-CALL                                                     00069800
069900     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00069900
070000        MOVE +0 TO LS-COLUMN-NUMBER                               00070000
070100        PERFORM GET-COLUMN-TEXT                                   00070100
070200     END-IF                                                       00070200
070300     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00070300
070400         BY VALUE LS-WORK-STMT                                    00070400
070500         RETURNING LS-SQL-RC                                      00070500
070600     END-CALL                                                     00070600
070700     IF WS-COL-VALUE-LEN IS GREATER THAN ZERO THEN                00070700
070800        MOVE 1 TO WS-RPT-PTR                                      00070800
070900        STRING 'BUSINESS DATE ' DELIMITED BY SIZE                 00070900
071000            WS-BUS-DATE DELIMITED BY SIZE                         00071000
071100            ' ALREADY POSTED BY JOB ' DELIMITED BY SIZE           00071100
071200            WS-COL-VALUE(1:8) DELIMITED BY SIZE                   00071200
071300            ' - NOTHING POSTED' DELIMITED BY SIZE                 00071300
071400            INTO WS-REPORT-LINE                                   00071400
071500            WITH POINTER WS-RPT-PTR                               00071500
071600        END-STRING                                                00071600
071700        DISPLAY WS-REPORT-LINE(1:80) UPON SYSOUT                  00071700
071800        PERFORM WRITE-REPORT-LINE-OUT                             00071800
071900        IF RETURN-CODE IS LESS THAN +8 THEN                       00071900
072000           MOVE +8 TO RETURN-CODE                                 00072000
072100        END-IF                                                    00072100
072200        GO TO COMMIT-TRANSACTION                                  00072200
072300     END-IF                                                       00072300
072400     .                                                            00072400
072500*                                                                 00072500
072580* Value every INSERT, UPDATE, and DELETE audited against the      00072580
072660* table in the range into GL_MOVE, keeping the newest             00072660
072740* movement's LOG_TIME as it goes, then have AUDIT_LOG total       00072740
072820* the same range for the roll-forward change.                     00072820
072900*                                                                 00072900
073000 COLLECT-MOVEMENTS.                                               00073000
073100     MOVE 1 TO WS-SQL-PTR                                         00073100
073200     STRING 'INSERT INTO GL_MOVE(OPERATION,JOB_NAME,CENTS) '      00073200
073300         DELIMITED BY SIZE                                        00073300
073400         'VALUES(?,?,?)' DELIMITED BY SIZE                        00073400
073500         INTO SQL-ZCHAR                                           00073500
073600         WITH POINTER WS-SQL-PTR                                  00073600
073700     END-STRING                                                   00073700
073800     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00073800
073900     MOVE 'GL_MOVE INSERT' TO WS-PREP-LABEL                       00073900
074000     PERFORM PREPARE-ONE-STATEMENT                                00074000
074100     SET LS-MOVE-STMT TO LS-PREPARED-STMT                         00074100
074200     MOVE 1 TO WS-SQL-PTR                                         00074200
074300     STRING 'SELECT OPERATION,JOB_NAME,BEFORE_VALUE,'             00074300
074400         DELIMITED BY SIZE                                        00074400
074500         'AFTER_VALUE,LOG_TIME FROM AUDIT_LOG '                   00074500
074600         DELIMITED BY SIZE                                        00074600
074700         'WHERE TABLE_NAME = ? AND LOG_TIME >= ? '                00074700
074800         DELIMITED BY SIZE                                        00074800
074900         'AND LOG_TIME < ? ORDER BY LOG_TIME'                     00074900
075000         DELIMITED BY SIZE                                        00075000
075100         INTO SQL-ZCHAR                                           00075100
075200         WITH POINTER WS-SQL-PTR                                  00075200
075300     END-STRING                                                   00075300
075400     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00075400
075500     MOVE 'AUDIT SELECT' TO WS-PREP-LABEL                         00075500
075600     PERFORM PREPARE-ONE-STATEMENT                                00075600
075700     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00075700
075800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00075800
075900         BY VALUE LS-WORK-STMT                                    00075900
076000         BY VALUE LS-ONE                                          00076000
076100         BY REFERENCE WS-TABLE-NAME                               00076100
076200         BY VALUE 30                                              00076200
076300         BY VALUE SQLITE-TRANSIENT                                00076300
076400         RETURNING LS-SQL-RC                                      00076400
076500     END-CALL                                                     00076500
076600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00076600
076700         BY VALUE LS-WORK-STMT                                    00076700
076800         BY VALUE LS-TWO                                          00076800
076900         BY VALUE LS-FROM-BFP                                     00076900
077000         RETURNING LS-SQL-RC                                      00077000
077100     END-CALL                                                     00077100
077200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00077200
077300         BY VALUE LS-WORK-STMT                                    00077300
077400         BY VALUE LS-THREE                                        00077400
077500         BY VALUE LS-TO-BFP                                       00077500
077600         RETURNING LS-SQL-RC                                      00077600
077700     END-CALL                                                     00077700
077800     MOVE +0 TO LS-SQL-RC                                         00077800
077900     PERFORM UNTIL LS-SQL-RC IS NOT EQUAL TO ZERO                 00077900
078000       CALL SQLITE3A USING                                        00078000
078100           BY REFERENCE SQLITE3-STEP                              00078100
078200           BY VALUE LS-WORK-STMT                                  00078200
078300           RETURNING LS-SQL-RC                                    00078300
078400       END-CALL                                                   00078400
078500       EVALUATE LS-SQL-RC                                         00078500
078600       WHEN SQLITE-ROW                                            00078600
078700            ADD 1 TO WS-AUDIT-ROWS                                00078700
078800            PERFORM APPLY-MOVEMENT-ROW                            00078800
078900               THRU APPLY-MOVEMENT-ROW-EXIT                       00078900
079000            IF RETURN-CODE IS EQUAL TO +16 THEN                   00079000
079100               MOVE -2 TO LS-SQL-RC                               00079100
079200            ELSE                                                  00079200
079300               MOVE +0 TO LS-SQL-RC                               00079300
079400            END-IF                                                00079400
079500       WHEN SQLITE-DONE                                           00079500
079600            MOVE +4 TO LS-SQL-RC                                  00079600
079700       WHEN OTHER                                                 00079700
079800            DISPLAY 'AUDIT SELECT STEP FAILED. RC='               00079800
079900               LS-SQL-RC UPON SYSOUT                              00079900
080000            PERFORM DISPLAY-SQL-ERROR                             00080000
080100            MOVE +16 TO RETURN-CODE                               00080100
080200            MOVE -2 TO LS-SQL-RC                                  00080200
080300       END-EVALUATE                                               00080300
080400     END-PERFORM                                                  00080400
080500     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00080500
080600         BY VALUE LS-WORK-STMT                                    00080600
080700         RETURNING LS-SQL-RC                                      00080700
080800     END-CALL                                                     00080800
080900     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00080900
081000         BY VALUE LS-MOVE-STMT                                    00081000
081100         RETURNING LS-SQL-RC                                      00081100
081200     END-CALL                                                     00081200
081220     IF RETURN-CODE IS NOT EQUAL TO +16 THEN                      00081220
081240        PERFORM TOTAL-AUDIT-CHANGE                                00081240
081260     END-IF                                                       00081260
081300     IF RETURN-CODE IS EQUAL TO +16 THEN                          00081300
081400        GO TO COMMIT-TRANSACTION                                  00081400
081500     END-IF                                                       00081500
081600     .                                                            00081600
081700*                                                                 00081700
081800* The day's trail only counts once TESTCB34 has balanced the      00081800
081900* roll-forward through its newest movement: ROLLFWD_CONTROL's     00081900
082000* mark must have reached it. A day with no movement has           00082000
082100* nothing to prove.                                               00082100
082200*                                                                 00082200
082300 CHECK-ROLL-FORWARD.                                              00082300
082400     IF WS-MOVE-COUNT IS EQUAL TO ZERO AND                        00082400
082500        WS-UNPARSED-COUNT IS EQUAL TO ZERO THEN                   00082500
082600        MOVE 'Y' TO WS-PROVEN-SWITCH                              00082600
082700     ELSE                                                         00082700
082800        MOVE 1 TO WS-SQL-PTR                                      00082800
082900        STRING 'SELECT COUNT(*) FROM ROLLFWD_CONTROL '            00082900
083000            DELIMITED BY SIZE                                     00083000
083100            'WHERE TABLE_NAME = ? AND LAST_LOG_TIME >= ?'         00083100
083200            DELIMITED BY SIZE                                     00083200
083300            INTO SQL-ZCHAR                                        00083300
083400            WITH POINTER WS-SQL-PTR                               00083400
083500        END-STRING                                                00083500
083600        MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                00083600
083700        PERFORM PREPARE-SOFT-STATEMENT                            00083700
083800        IF WS-PREP-OK THEN                                        00083800
083900           SET LS-WORK-STMT TO LS-PREPARED-STMT                   00083900
084000           CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT     00084000
084100               BY VALUE LS-WORK-STMT                              00084100
084200               BY VALUE LS-ONE                                    00084200
084300               BY REFERENCE WS-TABLE-NAME                         00084300
084400               BY VALUE 30                                        00084400
084500               BY VALUE SQLITE-TRANSIENT                          00084500
084600               RETURNING LS-SQL-RC                                00084600
084700           END-CALL                                               00084700
084800           CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE   00084800
084900               BY VALUE LS-WORK-STMT                              00084900
085000               BY VALUE LS-TWO                                    00085000
085100               BY VALUE LS-LAST-MOVE-BFP                          00085100
085200               RETURNING LS-SQL-RC                                00085200
085300           END-CALL                                               00085300
085400           CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP          00085400
085500               BY VALUE LS-WORK-STMT                              00085500
085600               RETURNING LS-SQL-RC                                00085600
085700           END-CALL                                               00085700
085800           IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN               00085800
085900              MOVE +0 TO LS-COLUMN-NUMBER                         00085900
086000              CALL SQLITE3A USING                                 00086000
086100                  BY REFERENCE SQLITE3-COLUMN-INT                 00086100
086200                  BY VALUE LS-WORK-STMT                           00086200
086300                  BY VALUE LS-COLUMN-NUMBER                       00086300
086400                  RETURNING WS-GRP-COUNT                          00086400
086500              END-CALL                                            00086500
086600              IF WS-GRP-COUNT IS GREATER THAN ZERO THEN           00086600
086700                 MOVE 'Y' TO WS-PROVEN-SWITCH                     00086700
086800              END-IF                                              00086800
086900           END-IF                                                 00086900
087000           CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE      00087000
087100               BY VALUE LS-WORK-STMT                              00087100
087200               RETURNING LS-SQL-RC                                00087200
087300           END-CALL                                               00087300
087400        END-IF                                                    00087400
087500     END-IF                                                       00087500
087600     .                                                            00087600
087700*                                                                 00087700
087800* First pass over the OPERATION/JOB_NAME summary: list each       00087800
087900* group with its accounts, and total what the journal would       00087900
088000* post. An exact job mapping wins over the '*' mapping.           00088000
088100*                                                                 00088100
088200 SUMMARIZE-MOVEMENTS.                                             00088200
088300     MOVE 1 TO WS-SQL-PTR                                         00088300
088400     STRING 'SELECT M.OPERATION,M.JOB_NAME,COUNT(*),'             00088400
088500         DELIMITED BY SIZE                                        00088500
088600         'TOTAL(M.CENTS),' DELIMITED BY SIZE                      00088600
088700         'COALESCE(X.DEBIT_ACCOUNT,W.DEBIT_ACCOUNT),'             00088700
088800         DELIMITED BY SIZE                                        00088800
088900         'COALESCE(X.CREDIT_ACCOUNT,W.CREDIT_ACCOUNT) '           00088900
089000         DELIMITED BY SIZE                                        00089000
089100         'FROM GL_MOVE M LEFT JOIN GL_ACCOUNT_MAP X '             00089100
089200         DELIMITED BY SIZE                                        00089200
089300         'ON X.OPERATION = M.OPERATION '                          00089300
089400         DELIMITED BY SIZE                                        00089400
089500         'AND X.JOB_NAME = M.JOB_NAME '                           00089500
089600         DELIMITED BY SIZE                                        00089600
089700         'LEFT JOIN GL_ACCOUNT_MAP W '                            00089700
089800         DELIMITED BY SIZE                                        00089800
089900         'ON W.OPERATION = M.OPERATION '                          00089900
090000         DELIMITED BY SIZE                                        00090000
090100         'AND RTRIM(W.JOB_NAME) = ''*'' '                         00090100
090200         DELIMITED BY SIZE                                        00090200
090300         'GROUP BY M.OPERATION,M.JOB_NAME '                       00090300
090400         DELIMITED BY SIZE                                        00090400
090500         'ORDER BY M.OPERATION,M.JOB_NAME'                        00090500
090600         DELIMITED BY SIZE                                        00090600
090700         INTO SQL-ZCHAR                                           00090700
090800         WITH POINTER WS-SQL-PTR                                  00090800
090900     END-STRING                                                   00090900
091000     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00091000
091100     MOVE 'GROUP SELECT' TO WS-PREP-LABEL                         00091100
091200     PERFORM PREPARE-ONE-STATEMENT                                00091200
091300     SET LS-GROUP-STMT TO LS-PREPARED-STMT                        00091300
091400     PERFORM WRITE-REPORT-LINE-OUT                                00091400
091500     MOVE WS-GROUP-HEADER TO WS-REPORT-LINE                       00091500
091600     PERFORM WRITE-REPORT-LINE-OUT                                00091600
091700     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00091700
091800         BY VALUE LS-GROUP-STMT                                   00091800
091900         RETURNING LS-SQL-RC                                      00091900
092000     END-CALL                                                     00092000
092100     PERFORM UNTIL LS-SQL-RC IS NOT EQUAL TO SQLITE-ROW           00092100
092200        PERFORM FETCH-GROUP-ROW                                   00092200
092300        PERFORM REPORT-ONE-GROUP                                  00092300
092400        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00092400
092500            BY VALUE LS-GROUP-STMT                                00092500
092600            RETURNING LS-SQL-RC                                   00092600
092700        END-CALL                                                  00092700
092800     END-PERFORM                                                  00092800
092900     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00092900
093000        DISPLAY 'GROUP SELECT STEP FAILED. RC='                   00093000
093100           LS-SQL-RC UPON SYSOUT                                  00093100
093200        PERFORM DISPLAY-SQL-ERROR                                 00093200
093300        MOVE +16 TO RETURN-CODE                                   00093300
093400        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00093400
093500            BY VALUE LS-GROUP-STMT                                00093500
093600            RETURNING LS-SQL-RC                                   00093600
093700        END-CALL                                                  00093700
093800        GO TO COMMIT-TRANSACTION                                  00093800
093900     END-IF                                                       00093900
094000     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00094000
094100         BY VALUE LS-GROUP-STMT                                   00094100
094200         RETURNING LS-SQL-RC                                      00094200
094300     END-CALL                                                     00094300
094400     .                                                            00094400
094500*                                                                 00094500
094580* The reconciliation: the journal's net, built from the           00094580
094660* movements as this job valued them, must be the roll-forward     00094660
094740* change SQLite totalled from AUDIT_LOG itself, over a trail      00094740
094820* TESTCB34 has proven, with every image valued and every group    00094820
094900* mapped. Anything less posts nothing.                            00094900
095000*                                                                 00095000
095100 RECONCILE-POSTING.                                               00095100
095200     COMPUTE WS-DIFFERENCE = WS-GL-NET-TOTAL - WS-RF-CHANGE       00095200
095300     PERFORM WRITE-REPORT-LINE-OUT                                00095300
095400     MOVE WS-AUDIT-ROWS TO WS-COUNT-DISPLAY                       00095400
095500     STRING 'AUDIT ROWS IN RANGE    : ' DELIMITED BY SIZE         00095500
095600         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00095600
095700         INTO WS-REPORT-LINE                                      00095700
095800     END-STRING                                                   00095800
095900     PERFORM WRITE-REPORT-LINE-OUT                                00095900
096000     MOVE WS-MOVE-COUNT TO WS-COUNT-DISPLAY                       00096000
096100     STRING 'AMOUNT MOVEMENTS       : ' DELIMITED BY SIZE         00096100
096200         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00096200
096300         INTO WS-REPORT-LINE                                      00096300
096400     END-STRING                                                   00096400
096500     PERFORM WRITE-REPORT-LINE-OUT                                00096500
096600     MOVE WS-OTHER-COUNT TO WS-COUNT-DISPLAY                      00096600
096700     STRING 'OTHER OPERATIONS       : ' DELIMITED BY SIZE         00096700
096800         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00096800
096900         INTO WS-REPORT-LINE                                      00096900
097000     END-STRING                                                   00097000
097100     PERFORM WRITE-REPORT-LINE-OUT                                00097100
097200     MOVE WS-RF-CHANGE TO WS-TOTAL-DISPLAY                        00097200
097300     STRING 'ROLL-FORWARD CHANGE    : ' DELIMITED BY SIZE         00097300
097400         WS-TOTAL-DISPLAY DELIMITED BY SIZE                       00097400
097500         INTO WS-REPORT-LINE                                      00097500
097600     END-STRING                                                   00097600
097700     PERFORM WRITE-REPORT-LINE-OUT                                00097700
097800     MOVE WS-GL-NET-TOTAL TO WS-TOTAL-DISPLAY                     00097800
097900     STRING 'GENERAL LEDGER NET     : ' DELIMITED BY SIZE         00097900
098000         WS-TOTAL-DISPLAY DELIMITED BY SIZE                       00098000
098100         INTO WS-REPORT-LINE                                      00098100
098200     END-STRING                                                   00098200
098300     PERFORM WRITE-REPORT-LINE-OUT                                00098300
098400     MOVE WS-DIFFERENCE TO WS-TOTAL-DISPLAY                       00098400
098500     STRING 'DIFFERENCE             : ' DELIMITED BY SIZE         00098500
098600         WS-TOTAL-DISPLAY DELIMITED BY SIZE                       00098600
098700         INTO WS-REPORT-LINE                                      00098700
098800     END-STRING                                                   00098800
098900     PERFORM WRITE-REPORT-LINE-OUT                                00098900
099000     MOVE 'Y' TO WS-PREP-OK-SWITCH                                00099000
099100     IF NOT WS-PROVEN THEN                                        00099100
099200        MOVE 'N' TO WS-PREP-OK-SWITCH                             00099200
099300        MOVE 'ROLL-FORWARD NOT PROVEN THROUGH THE BUSINESS DATE'  00099300
099400           TO WS-REPORT-LINE                                      00099400
099500        PERFORM WRITE-REPORT-LINE-OUT                             00099500
099600     END-IF                                                       00099600
099700     IF WS-UNPARSED-COUNT IS GREATER THAN ZERO THEN               00099700
099800        MOVE 'N' TO WS-PREP-OK-SWITCH                             00099800
099900        MOVE WS-UNPARSED-COUNT TO WS-COUNT-DISPLAY                00099900
100000        STRING 'IMAGES WITHOUT AN AMT= PORTION: '                 00100000
100100            DELIMITED BY SIZE                                     00100100
100200            WS-COUNT-DISPLAY DELIMITED BY SIZE                    00100200
100300            INTO WS-REPORT-LINE                                   00100300
100400        END-STRING                                                00100400
100500        PERFORM WRITE-REPORT-LINE-OUT                             00100500
100600     END-IF                                                       00100600
100700     IF WS-UNMAPPED-COUNT IS GREATER THAN ZERO THEN               00100700
100800        MOVE 'N' TO WS-PREP-OK-SWITCH                             00100800
100900        MOVE WS-UNMAPPED-COUNT TO WS-COUNT-DISPLAY                00100900
101000        STRING 'GROUPS WITHOUT AN ACCOUNT MAPPING: '              00101000
101100            DELIMITED BY SIZE                                     00101100
101200            WS-COUNT-DISPLAY DELIMITED BY SIZE                    00101200
101300            INTO WS-REPORT-LINE                                   00101300
101400        END-STRING                                                00101400
101500        PERFORM WRITE-REPORT-LINE-OUT                             00101500
101600     END-IF                                                       00101600
101700     IF WS-DIFFERENCE IS NOT EQUAL TO ZERO THEN                   00101700
101800        MOVE 'N' TO WS-PREP-OK-SWITCH                             00101800
101900        MOVE 'LEDGER NET DOES NOT EQUAL ROLL-FORWARD CHANGE'      00101900
102000           TO WS-REPORT-LINE                                      00102000
102100        PERFORM WRITE-REPORT-LINE-OUT                             00102100
102200     END-IF                                                       00102200
102300     IF NOT WS-PREP-OK THEN                                       00102300
102400        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00102400
102500            BY VALUE LS-GROUP-STMT                                00102500
102600            RETURNING LS-SQL-RC                                   00102600
102700        END-CALL                                                  00102700
102800        MOVE 1 TO WS-RPT-PTR                                      00102800
102900        STRING 'BUSINESS DATE ' DELIMITED BY SIZE                 00102900
103000            WS-BUS-DATE DELIMITED BY SIZE                         00103000
103100            ' NOT RECONCILED - NOTHING POSTED'                    00103100
103200            DELIMITED BY SIZE                                     00103200
103300            INTO WS-REPORT-LINE                                   00103300
103400            WITH POINTER WS-RPT-PTR                               00103400
103500        END-STRING                                                00103500
103600        DISPLAY WS-REPORT-LINE(1:80) UPON SYSOUT                  00103600
103700        PERFORM WRITE-REPORT-LINE-OUT                             00103700
103800        IF RETURN-CODE IS LESS THAN +8 THEN                       00103800
103900           MOVE +8 TO RETURN-CODE                                 00103900
104000        END-IF                                                    00104000
104100        GO TO COMMIT-TRANSACTION                                  00104100
104200     END-IF                                                       00104200
104300     .                                                            00104300
104400*                                                                 00104400
104500* Reconciled: second pass over the summary writes the             00104500
104600* journal, a debit and a credit per group that moved.             00104600
104700*                                                                 00104700
104800 WRITE-GL-FILE.                                                   00104800
104900     OPEN OUTPUT GL-FILE                                          00104900
105000     MOVE SPACES TO GL-RECORD                                     00105000
105100     SET GL-HEADER-RECORD TO TRUE                                 00105100
105200     MOVE WS-BUS-DATE TO GL-HDR-BUS-DATE                          00105200
105300     MOVE WS-TABLE-NAME TO GL-HDR-TABLE                           00105300
105400     MOVE WS-RUN-DATE TO GL-HDR-RUN-DATE                          00105400
105500     WRITE GL-RECORD                                              00105500
105600     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00105600
105700         BY VALUE LS-GROUP-STMT                                   00105700
105800         RETURNING LS-SQL-RC                                      00105800
105900     END-CALL                                                     00105900
106000     PERFORM UNTIL LS-SQL-RC IS NOT EQUAL TO SQLITE-ROW           00106000
106100        PERFORM FETCH-GROUP-ROW                                   00106100
106200        PERFORM POST-ONE-GROUP                                    00106200
106300        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00106300
106400            BY VALUE LS-GROUP-STMT                                00106400
106500            RETURNING LS-SQL-RC                                   00106500
106600        END-CALL                                                  00106600
106700     END-PERFORM                                                  00106700
106800     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00106800
106900        DISPLAY 'GROUP SELECT STEP FAILED. RC='                   00106900
107000           LS-SQL-RC UPON SYSOUT                                  00107000
107100        PERFORM DISPLAY-SQL-ERROR                                 00107100
107200        MOVE +16 TO RETURN-CODE                                   00107200
107300     END-IF                                                       00107300
107400     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00107400
107500         BY VALUE LS-GROUP-STMT                                   00107500
107600         RETURNING LS-SQL-RC                                      00107600
107700     END-CALL                                                     00107700
107800     MOVE SPACES TO GL-RECORD                                     00107800
107900     SET GL-TRAILER-RECORD TO TRUE                                00107900
108000     MOVE WS-BUS-DATE TO GL-TRL-BUS-DATE                          00108000
108100     MOVE WS-ENTRY-COUNT TO GL-TRL-COUNT                          00108100
108200     MOVE WS-DEBIT-TOTAL TO GL-TRL-DEBIT-TOTAL                    00108200
108300     MOVE WS-CREDIT-TOTAL TO GL-TRL-CREDIT-TOTAL                  00108300
108400     WRITE GL-RECORD                                              00108400
108500     CLOSE GL-FILE                                                00108500
108600     IF RETURN-CODE IS EQUAL TO +16 THEN                          00108600
108700        GO TO COMMIT-TRANSACTION                                  00108700
108800     END-IF                                                       00108800
108900     .                                                            00108900
109000*                                                                 00109000
109100* Record the business date as posted, and audit it.               00109100
109200*                                                                 00109200
109300 RECORD-POSTING.                                                  00109300
109400     MOVE 1 TO WS-SQL-PTR                                         00109400
109500     STRING 'INSERT INTO GL_POSTING_CONTROL(TABLE_NAME,'          00109500
109600         DELIMITED BY SIZE                                        00109600
109700         'BUSINESS_DATE,POSTED_TIME,JOB_NAME,ENTRY_COUNT,'        00109700
109800         DELIMITED BY SIZE                                        00109800
109900         'DEBIT_TOTAL,NET_TOTAL) VALUES(?,?,?,?,?,?,?)'           00109900
110000         DELIMITED BY SIZE                                        00110000
110100         INTO SQL-ZCHAR                                           00110100
110200         WITH POINTER WS-SQL-PTR                                  00110200
110300     END-STRING                                                   00110300
110400     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00110400
110500     MOVE 'CONTROL INSERT' TO WS-PREP-LABEL                       00110500
110600     PERFORM PREPARE-ONE-STATEMENT                                00110600
110700     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00110700
110800     CALL 'CEEGMT' USING LS-LILIAN, LS-AUDIT-GMT-SECS, LE-FC      00110800
110900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00110900
111000         BY VALUE LS-WORK-STMT                                    00111000
111100         BY VALUE LS-ONE                                          00111100
111200         BY REFERENCE WS-TABLE-NAME                               00111200
111300         BY VALUE 30                                              00111300
111400         BY VALUE SQLITE-TRANSIENT                                00111400
111500         RETURNING LS-SQL-RC                                      00111500
111600     END-CALL                                                     00111600
111700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00111700
111800         BY VALUE LS-WORK-STMT                                    00111800
111900         BY VALUE LS-TWO                                          00111900
112000         BY REFERENCE WS-BUS-DATE                                 00112000
112100         BY VALUE 8                                               00112100
112200         BY VALUE SQLITE-TRANSIENT                                00112200
112300         RETURNING LS-SQL-RC                                      00112300
112400     END-CALL                                                     00112400
112500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00112500
112600         BY VALUE LS-WORK-STMT                                    00112600
112700         BY VALUE LS-THREE                                        00112700
112800         BY VALUE LS-AUDIT-GMT-SECS                               00112800
112900         RETURNING LS-SQL-RC                                      00112900
113000     END-CALL                                                     00113000
113100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00113100
113200         BY VALUE LS-WORK-STMT                                    00113200
113300         BY VALUE LS-FOUR                                         00113300
113400         BY REFERENCE WS-JOB-NAME                                 00113400
113500         BY VALUE 8                                               00113500
113600         BY VALUE SQLITE-TRANSIENT                                00113600
113700         RETURNING LS-SQL-RC                                      00113700
113800     END-CALL                                                     00113800
113900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00113900
114000         BY VALUE LS-WORK-STMT                                    00114000
114100         BY VALUE LS-FIVE                                         00114100
114200         BY VALUE WS-ENTRY-COUNT                                  00114200
114300         RETURNING LS-SQL-RC                                      00114300
114400     END-CALL                                                     00114400
114500     MOVE WS-DEBIT-TOTAL TO WS-TOTAL-DISPLAY                      00114500
114600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00114600
114700         BY VALUE LS-WORK-STMT                                    00114700
114800         BY VALUE LS-SIX                                          00114800
114900         BY REFERENCE WS-TOTAL-DISPLAY                            00114900
115000         BY VALUE 15                                              00115000
115100         BY VALUE SQLITE-TRANSIENT                                00115100
115200         RETURNING LS-SQL-RC                                      00115200
115300     END-CALL                                                     00115300
115400     MOVE WS-GL-NET-TOTAL TO WS-NET-DISPLAY                       00115400
115500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00115500
115600         BY VALUE LS-WORK-STMT                                    00115600
115700         BY VALUE LS-SEVEN                                        00115700
115800         BY REFERENCE WS-NET-DISPLAY                              00115800
115900         BY VALUE 15                                              00115900
116000         BY VALUE SQLITE-TRANSIENT                                00116000
116100         RETURNING LS-SQL-RC                                      00116100
116200     END-CALL                                                     00116200
116300     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00116300
116400         BY VALUE LS-WORK-STMT                                    00116400
116500         RETURNING LS-SQL-RC                                      00116500
116600     END-CALL                                                     00116600
116700     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00116700
116800        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00116800
116900        DISPLAY 'CONTROL INSERT FAILED. RC='                      00116900
117000           LS-SQL-RC UPON SYSOUT                                  00117000
117100        PERFORM DISPLAY-SQL-ERROR                                 00117100
117200        MOVE +16 TO RETURN-CODE                                   00117200
117300     ELSE                                                         00117300
117400        MOVE WS-TABLE-NAME TO WS-AUDIT-TABLE                      00117400
117500        MOVE 'POST' TO WS-AUDIT-OP                                00117500
117600        MOVE SPACES TO WS-AUDIT-BEFORE                            00117600
117700        MOVE SPACES TO WS-AUDIT-AFTER                             00117700
117800        MOVE WS-ENTRY-COUNT TO WS-ENTRY-DISPLAY                   00117800
117900        MOVE WS-DEBIT-TOTAL TO WS-DEBIT-DISPLAY                   00117900
118000        STRING 'DATE=' DELIMITED BY SIZE                          00118000
118100            WS-BUS-DATE DELIMITED BY SIZE                         00118100
118200            ' ENTRIES=' DELIMITED BY SIZE                         00118200
118300            WS-ENTRY-DISPLAY DELIMITED BY SIZE                    00118300
118400            ' DEBITS=' DELIMITED BY SIZE                          00118400
118500            WS-DEBIT-DISPLAY DELIMITED BY SIZE                    00118500
118600            ' NET=' DELIMITED BY SIZE                             00118600
118700            WS-NET-DISPLAY DELIMITED BY SIZE                      00118700
118800            INTO WS-AUDIT-AFTER                                   00118800
118900        END-STRING                                                00118900
119000        PERFORM WRITE-AUDIT-LOG                                   00119000
119100     END-IF                                                       00119100
119200     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00119200
119300         BY VALUE LS-WORK-STMT                                    00119300
119400         RETURNING LS-SQL-RC                                      00119400
119500     END-CALL                                                     00119500
119600     IF RETURN-CODE IS NOT EQUAL TO +16 THEN                      00119600
119700        PERFORM WRITE-REPORT-LINE-OUT                             00119700
119800        MOVE 1 TO WS-RPT-PTR                                      00119800
119900        STRING 'BUSINESS DATE ' DELIMITED BY SIZE                 00119900
120000            WS-BUS-DATE DELIMITED BY SIZE                         00120000
120100            ' POSTED TO GLFILE' DELIMITED BY SIZE                 00120100
120200            INTO WS-REPORT-LINE                                   00120200
120300            WITH POINTER WS-RPT-PTR                               00120300
120400        END-STRING                                                00120400
120500        DISPLAY WS-REPORT-LINE(1:80) UPON SYSOUT                  00120500
120600        PERFORM WRITE-REPORT-LINE-OUT                             00120600
120700     END-IF                                                       00120700
120800     GO TO COMMIT-TRANSACTION                                     00120800
120900     .                                                            00120900
121000*                                                                 00121000
121100* One MAP=operation,jobname,debit,credit card.                    00121100
121200*                                                                 00121200
121300 PROCESS-MAP-CARD.                                                00121300
121400     IF SYSIN-RECORD(1:1) IS EQUAL TO '*' OR                      00121400
121500        SYSIN-RECORD IS EQUAL TO SPACES THEN                      00121500
121600        CONTINUE                                                  00121600
121700     ELSE                                                         00121700
121800        ADD 1 TO WS-CARD-COUNT                                    00121800
121900        MOVE SPACES TO WS-CARD-KEYWORD                            00121900
122000        MOVE SPACES TO WS-CARD-VALUE                              00122000
122100        UNSTRING SYSIN-RECORD                                     00122100
122200            DELIMITED BY '='                                      00122200
122300             INTO WS-CARD-KEYWORD, WS-CARD-VALUE                  00122300
122400        END-UNSTRING                                              00122400
122500        MOVE SPACES TO WS-CARD-OPERATION                          00122500
122600        MOVE SPACES TO WS-CARD-JOB-NAME                           00122600
122700        MOVE SPACES TO WS-CARD-DEBIT                              00122700
122800        MOVE SPACES TO WS-CARD-CREDIT                             00122800
122900        UNSTRING WS-CARD-VALUE                                    00122900
123000            DELIMITED BY ',' OR SPACE                             00123000
123100             INTO WS-CARD-OPERATION, WS-CARD-JOB-NAME,            00123100
123200                  WS-CARD-DEBIT, WS-CARD-CREDIT                   00123200
123300        END-UNSTRING                                              00123300
123400        MOVE SPACES TO WS-REFUSE-REASON                           00123400
123500        EVALUATE TRUE                                             00123500
123600        WHEN WS-CARD-KEYWORD IS NOT EQUAL TO 'MAP'                00123600
123700             MOVE 'INVALID ACCOUNT MAP CARD' TO WS-REFUSE-REASON  00123700
123800        WHEN WS-CARD-OPERATION IS NOT EQUAL TO 'INSERT' AND       00123800
123900             WS-CARD-OPERATION IS NOT EQUAL TO 'UPDATE' AND       00123900
124000             WS-CARD-OPERATION IS NOT EQUAL TO 'DELETE'           00124000
124100             MOVE 'OPERATION MUST BE INSERT, UPDATE OR DELETE'    00124100
124200                TO WS-REFUSE-REASON                               00124200
124300        WHEN WS-CARD-JOB-NAME IS EQUAL TO SPACES OR               00124300
124400             WS-CARD-JOB-NAME(9:) IS NOT EQUAL TO SPACES          00124400
124500             MOVE 'JOB NAME MUST BE 1 TO 8 CHARACTERS OR *'       00124500
124600                TO WS-REFUSE-REASON                               00124600
124700        WHEN WS-CARD-DEBIT IS EQUAL TO SPACES OR                  00124700
124800             WS-CARD-DEBIT(13:) IS NOT EQUAL TO SPACES OR         00124800
124900             WS-CARD-CREDIT IS EQUAL TO SPACES OR                 00124900
125000             WS-CARD-CREDIT(13:) IS NOT EQUAL TO SPACES           00125000
125100             MOVE 'ACCOUNTS MUST BE 1 TO 12 CHARACTERS'           00125100
125200                TO WS-REFUSE-REASON                               00125200
125300        WHEN OTHER                                                00125300
125400             PERFORM APPLY-MAP-CARD                               00125400
125500        END-EVALUATE                                              00125500
125600        IF WS-REFUSE-REASON IS NOT EQUAL TO SPACES THEN           00125600
125700           ADD 1 TO WS-CARD-REFUSED                               00125700
125800           IF RETURN-CODE IS LESS THAN +8 THEN                    00125800
125900              MOVE +8 TO RETURN-CODE                              00125900
126000           END-IF                                                 00126000
126100           DISPLAY 'REFUSED: ' SYSIN-RECORD UPON SYSOUT           00126100
126200           DISPLAY '  ' WS-REFUSE-REASON UPON SYSOUT              00126200
126300           MOVE 1 TO WS-RPT-PTR                                   00126300
126400           STRING 'MAP CARD REFUSED: ' DELIMITED BY SIZE          00126400
126500               WS-REFUSE-REASON DELIMITED BY SIZE                 00126500
126600               INTO WS-REPORT-LINE                                00126600
126700               WITH POINTER WS-RPT-PTR                            00126700
126800           END-STRING                                             00126800
126900           PERFORM WRITE-REPORT-LINE-OUT                          00126900
127000        END-IF                                                    00127000
127100     END-IF                                                       00127100
127200     .                                                            00127200
127300*                                                                 00127300
127400* Replace the mapping, auditing the old accounts (if any) as      00127400
127500* the before image and the new ones as the after image.           00127500
127600*                                                                 00127600
127700 APPLY-MAP-CARD.                                                  00127700
127800     MOVE WS-CARD-OPERATION TO WS-MAP-OPERATION                   00127800
127900     MOVE WS-CARD-JOB-NAME TO WS-MAP-JOB-NAME                     00127900
128000     MOVE WS-CARD-DEBIT TO WS-MAP-DEBIT                           00128000
128100     MOVE WS-CARD-CREDIT TO WS-MAP-CREDIT                         00128100
128200     MOVE 'GL_ACCOUNT_MAP' TO WS-AUDIT-TABLE                      00128200
128300     MOVE 'MAP' TO WS-AUDIT-OP                                    00128300
128400     MOVE SPACES TO WS-AUDIT-BEFORE                               00128400
128500     MOVE SPACES TO WS-AUDIT-AFTER                                00128500
128600     MOVE 1 TO WS-SQL-PTR                                         00128600
128700     STRING 'SELECT DEBIT_ACCOUNT,CREDIT_ACCOUNT '                00128700
128800         DELIMITED BY SIZE                                        00128800
128900         'FROM GL_ACCOUNT_MAP WHERE OPERATION = ? '               00128900
129000         DELIMITED BY SIZE                                        00129000
129100         'AND JOB_NAME = ?' DELIMITED BY SIZE                     00129100
129200         INTO SQL-ZCHAR                                           00129200
129300         WITH POINTER WS-SQL-PTR                                  00129300
129400     END-STRING                                                   00129400
129500     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00129500
129600     MOVE 'MAP SELECT' TO WS-PREP-LABEL                           00129600
129700     PERFORM PREPARE-ONE-STATEMENT                                00129700
129800     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00129800
129900     PERFORM BIND-MAP-KEY                                         00129900
130000     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00130000
130100         BY VALUE LS-WORK-STMT                                    00130100
130200         RETURNING LS-SQL-RC                                      00130200
130300     END-CALL                                                     00130300
130400     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00130400
130500        MOVE 1 TO WS-SQL-PTR                                      00130500
130600        STRING 'OP=' DELIMITED BY SIZE                            00130600
130700            WS-MAP-OPERATION DELIMITED BY SIZE                    00130700
130800            ' JOB=' DELIMITED BY SIZE                             00130800
130900            WS-MAP-JOB-NAME DELIMITED BY SIZE                     00130900
131000            ' DR=' DELIMITED BY SIZE                              00131000
131100            INTO WS-AUDIT-BEFORE                                  00131100
131200            WITH POINTER WS-SQL-PTR                               00131200
131300        END-STRING                                                00131300
131400        MOVE +0 TO LS-COLUMN-NUMBER                               00131400
131500        PERFORM GET-COLUMN-TEXT                                   00131500
131600        STRING WS-COL-VALUE(1:12) DELIMITED BY SIZE               00131600
131700            ' CR=' DELIMITED BY SIZE                              00131700
131800            INTO WS-AUDIT-BEFORE                                  00131800
131900            WITH POINTER WS-SQL-PTR                               00131900
132000        END-STRING                                                00132000
132100        MOVE +1 TO LS-COLUMN-NUMBER                               00132100
132200        PERFORM GET-COLUMN-TEXT                                   00132200
132300        STRING WS-COL-VALUE(1:12) DELIMITED BY SIZE               00132300
132400            INTO WS-AUDIT-BEFORE                                  00132400
132500            WITH POINTER WS-SQL-PTR                               00132500
132600        END-STRING                                                00132600
132700     END-IF                                                       00132700
132800     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00132800
132900         BY VALUE LS-WORK-STMT                                    00132900
133000         RETURNING LS-SQL-RC                                      00133000
133100     END-CALL                                                     00133100
133200     MOVE 1 TO WS-SQL-PTR                                         00133200
133300     STRING 'INSERT OR REPLACE INTO GL_ACCOUNT_MAP(OPERATION,'    00133300
133400         DELIMITED BY SIZE                                        00133400
133500         'JOB_NAME,DEBIT_ACCOUNT,CREDIT_ACCOUNT) '                00133500
133600         DELIMITED BY SIZE                                        00133600
133700         'VALUES(?,?,?,?)' DELIMITED BY SIZE                      00133700
133800         INTO SQL-ZCHAR                                           00133800
133900         WITH POINTER WS-SQL-PTR                                  00133900
134000     END-STRING                                                   00134000
134100     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00134100
134200     MOVE 'MAP REPLACE' TO WS-PREP-LABEL                          00134200
134300     PERFORM PREPARE-ONE-STATEMENT                                00134300
134400     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00134400
134500     PERFORM BIND-MAP-KEY                                         00134500
134600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00134600
134700         BY VALUE LS-WORK-STMT                                    00134700
134800         BY VALUE LS-THREE                                        00134800
134900         BY REFERENCE WS-MAP-DEBIT                                00134900
135000         BY VALUE 12                                              00135000
135100         BY VALUE SQLITE-TRANSIENT                                00135100
135200         RETURNING LS-SQL-RC                                      00135200
135300     END-CALL                                                     00135300
135400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00135400
135500         BY VALUE LS-WORK-STMT                                    00135500
135600         BY VALUE LS-FOUR                                         00135600
135700         BY REFERENCE WS-MAP-CREDIT                               00135700
135800         BY VALUE 12                                              00135800
135900         BY VALUE SQLITE-TRANSIENT                                00135900
136000         RETURNING LS-SQL-RC                                      00136000
136100     END-CALL                                                     00136100
136200     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00136200
136300         BY VALUE LS-WORK-STMT                                    00136300
136400         RETURNING LS-SQL-RC                                      00136400
136500     END-CALL                                                     00136500
136600     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00136600
136700        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00136700
136800        DISPLAY 'MAP REPLACE FAILED. RC='                         00136800
136900           LS-SQL-RC UPON SYSOUT                                  00136900
137000        PERFORM DISPLAY-SQL-ERROR                                 00137000
137100        MOVE +16 TO RETURN-CODE                                   00137100
137200     ELSE                                                         00137200
137300        ADD 1 TO WS-MAPPED-COUNT                                  00137300
137400        STRING 'OP=' DELIMITED BY SIZE                            00137400
137500            WS-MAP-OPERATION DELIMITED BY SIZE                    00137500
137600            ' JOB=' DELIMITED BY SIZE                             00137600
137700            WS-MAP-JOB-NAME DELIMITED BY SIZE                     00137700
137800            ' DR=' DELIMITED BY SIZE                              00137800
137900            WS-MAP-DEBIT DELIMITED BY SIZE                        00137900
138000            ' CR=' DELIMITED BY SIZE                              00138000
138100            WS-MAP-CREDIT DELIMITED BY SIZE                       00138100
138200            INTO WS-AUDIT-AFTER                                   00138200
138300        END-STRING                                                00138300
138400        PERFORM WRITE-AUDIT-LOG                                   00138400
138500        MOVE 1 TO WS-RPT-PTR                                      00138500
138600        STRING 'MAP APPLIED: ' DELIMITED BY SIZE                  00138600
138700            WS-AUDIT-AFTER DELIMITED BY SIZE                      00138700
138800            INTO WS-REPORT-LINE                                   00138800
138900            WITH POINTER WS-RPT-PTR                               00138900
139000        END-STRING                                                00139000
139100        PERFORM WRITE-REPORT-LINE-OUT                             00139100
139200     END-IF                                                       00139200
139300     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00139300
139400         BY VALUE LS-WORK-STMT                                    00139400
139500         RETURNING LS-SQL-RC                                      00139500
139600     END-CALL                                                     00139600
139700     .                                                            00139700
139800 BIND-MAP-KEY.                                                    00139800
139900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00139900
140000         BY VALUE LS-WORK-STMT                                    00140000
140100         BY VALUE LS-ONE                                          00140100
140200         BY REFERENCE WS-MAP-OPERATION                            00140200
140300         BY VALUE 10                                              00140300
140400         BY VALUE SQLITE-TRANSIENT                                00140400
140500         RETURNING LS-SQL-RC                                      00140500
140600     END-CALL                                                     00140600
140700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00140700
140800         BY VALUE LS-WORK-STMT                                    00140800
140900         BY VALUE LS-TWO                                          00140900
141000         BY REFERENCE WS-MAP-JOB-NAME                             00141000
141100         BY VALUE 8                                               00141100
141200         BY VALUE SQLITE-TRANSIENT                                00141200
141300         RETURNING LS-SQL-RC                                      00141300
141400     END-CALL                                                     00141400
141500     .                                                            00141500
141600*                                                                 00141600
141700* Value one audit row: an INSERT moves its after AMOUNT in, a     00141700
141800* DELETE its before AMOUNT out, an UPDATE the difference.         00141800
141900*                                                                 00141900
142000 APPLY-MOVEMENT-ROW.                                              00142000
142100     MOVE +0 TO LS-COLUMN-NUMBER                                  00142100
142200     PERFORM GET-COLUMN-TEXT                                      00142200
142300     MOVE WS-COL-VALUE TO WS-ROW-OP                               00142300
142400     MOVE +1 TO LS-COLUMN-NUMBER                                  00142400
142500     PERFORM GET-COLUMN-TEXT                                      00142500
142600     MOVE WS-COL-VALUE TO WS-ROW-JOB-NAME                         00142600
142700     MOVE 'N' TO WS-IMG-FOUND-SWITCH                              00142700
142800     MOVE ZERO TO WS-MOVE-AMOUNT                                  00142800
142900     EVALUATE WS-ROW-OP                                           00142900
143000     WHEN 'INSERT'                                                00143000
143100          MOVE +3 TO LS-COLUMN-NUMBER                             00143100
143200          PERFORM GET-COLUMN-TEXT                                 00143200
143300          MOVE WS-COL-VALUE(1:75) TO WS-IMAGE-WORK                00143300
143400          PERFORM PARSE-IMAGE-AMOUNT                              00143400
143500          MOVE WS-IMG-AMOUNT TO WS-MOVE-AMOUNT                    00143500
143600     WHEN 'DELETE'                                                00143600
143700          MOVE +2 TO LS-COLUMN-NUMBER                             00143700
143800          PERFORM GET-COLUMN-TEXT                                 00143800
143900          MOVE WS-COL-VALUE(1:75) TO WS-IMAGE-WORK                00143900
144000          PERFORM PARSE-IMAGE-AMOUNT                              00144000
144100          COMPUTE WS-MOVE-AMOUNT = ZERO - WS-IMG-AMOUNT           00144100
144200     WHEN 'UPDATE'                                                00144200
144300          MOVE +2 TO LS-COLUMN-NUMBER                             00144300
144400          PERFORM GET-COLUMN-TEXT                                 00144400
144500          MOVE WS-COL-VALUE(1:75) TO WS-IMAGE-WORK                00144500
144600          PERFORM PARSE-IMAGE-AMOUNT                              00144600
144700          MOVE WS-IMG-AMOUNT TO WS-BEFORE-AMOUNT                  00144700
144800          MOVE WS-IMG-FOUND-SWITCH TO WS-BEFORE-OK-SWITCH         00144800
144900          MOVE +3 TO LS-COLUMN-NUMBER                             00144900
145000          PERFORM GET-COLUMN-TEXT                                 00145000
145100          MOVE WS-COL-VALUE(1:75) TO WS-IMAGE-WORK                00145100
145200          PERFORM PARSE-IMAGE-AMOUNT                              00145200
145300          IF NOT WS-BEFORE-OK THEN                                00145300
145400             MOVE 'N' TO WS-IMG-FOUND-SWITCH                      00145400
145500          END-IF                                                  00145500
145600          COMPUTE WS-MOVE-AMOUNT =                                00145600
145700                  WS-IMG-AMOUNT - WS-BEFORE-AMOUNT                00145700
145800     WHEN OTHER                                                   00145800
145900          ADD 1 TO WS-OTHER-COUNT                                 00145900
146000          GO TO APPLY-MOVEMENT-ROW-EXIT                           00146000
146100     END-EVALUATE                                                 00146100
146200     MOVE +4 TO LS-COLUMN-NUMBER                                  00146200
146300     CALL SQLITE3A USING                                          00146300
146400         BY REFERENCE SQLITE3-COLUMN-DOUBLE                       00146400
146500         BY REFERENCE LS-LAST-MOVE-BFP                            00146500
146600         BY VALUE LS-WORK-STMT                                    00146600
146700         BY VALUE LS-COLUMN-NUMBER                                00146700
146800     END-CALL                                                     00146800
146900     IF NOT WS-IMG-FOUND THEN                                     00146900
147000        ADD 1 TO WS-UNPARSED-COUNT                                00147000
147100        GO TO APPLY-MOVEMENT-ROW-EXIT                             00147100
147200     END-IF                                                       00147200
147300     ADD 1 TO WS-MOVE-COUNT                                       00147300
147500     COMPUTE WS-MOVE-CENTS = WS-MOVE-AMOUNT * 100                 00147500
147600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00147600
147700         BY VALUE LS-MOVE-STMT                                    00147700
147800         BY VALUE LS-ONE                                          00147800
147900         BY REFERENCE WS-ROW-OP                                   00147900
148000         BY VALUE 10                                              00148000
148100         BY VALUE SQLITE-TRANSIENT                                00148100
148200         RETURNING LS-SQL-RC                                      00148200
148300     END-CALL                                                     00148300
148400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00148400
148500         BY VALUE LS-MOVE-STMT                                    00148500
148600         BY VALUE LS-TWO                                          00148600
148700         BY REFERENCE WS-ROW-JOB-NAME                             00148700
148800         BY VALUE 8                                               00148800
148900         BY VALUE SQLITE-TRANSIENT                                00148900
149000         RETURNING LS-SQL-RC                                      00149000
149100     END-CALL                                                     00149100
149200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00149200
149300         BY VALUE LS-MOVE-STMT                                    00149300
149400         BY VALUE LS-THREE                                        00149400
149500         BY VALUE WS-MOVE-CENTS                                   00149500
149600         RETURNING LS-SQL-RC                                      00149600
149700     END-CALL                                                     00149700
149800     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00149800
149900         BY VALUE LS-MOVE-STMT                                    00149900
150000         RETURNING LS-SQL-RC                                      00150000
150100     END-CALL                                                     00150100
150200     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00150200
150300        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00150300
150400        DISPLAY 'GL_MOVE INSERT FAILED. RC='                      00150400
150500           LS-SQL-RC UPON SYSOUT                                  00150500
150600        PERFORM DISPLAY-SQL-ERROR                                 00150600
150700        MOVE +16 TO RETURN-CODE                                   00150700
150800     END-IF                                                       00150800
150900     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00150900
151000         BY VALUE LS-MOVE-STMT                                    00151000
151100         RETURNING LS-SQL-RC                                      00151100
151200     END-CALL                                                     00151200
151300     .                                                            00151300
151400 APPLY-MOVEMENT-ROW-EXIT.                                         00151400
151500     EXIT.                                                        00151500
151600*                                                                 00151600
151700* Parse the ' AMT=' portion out of the image in                   00151700
151800* WS-IMAGE-WORK into WS-IMG-AMOUNT; an image without one          00151800
151900* leaves the switch off.                                          00151900
152000*                                                                 00152000
152100 PARSE-IMAGE-AMOUNT.                                              00152100
152200     MOVE 'N' TO WS-IMG-FOUND-SWITCH                              00152200
152300     MOVE ZERO TO WS-IMG-AMOUNT                                   00152300
152400     MOVE SPACES TO WS-IMAGE-JUNK                                 00152400
152500     MOVE SPACES TO WS-IMAGE-TAIL                                 00152500
152600     UNSTRING WS-IMAGE-WORK                                       00152600
152700         DELIMITED BY ' AMT='                                     00152700
152800          INTO WS-IMAGE-JUNK, WS-IMAGE-TAIL                       00152800
152900     END-UNSTRING                                                 00152900
153000     IF WS-IMAGE-TAIL IS NOT EQUAL TO SPACES THEN                 00153000
153100        COMPUTE WS-IMG-AMOUNT =                                   00153100
153200                FUNCTION NUMVAL(WS-IMAGE-TAIL(1:10))              00153200
153300        MOVE 'Y' TO WS-IMG-FOUND-SWITCH                           00153300
153400     END-IF                                                       00153400
153500     .                                                            00153500
153600*                                                                 00153600
153700* The current LS-GROUP-STMT row into the WS-GRP- fields. The      00153700
153800* net comes back in cents; an unmapped group has no accounts.     00153800
153900*                                                                 00153900
154000 FETCH-GROUP-ROW.                                                 00154000
154100     SET LS-WORK-STMT TO LS-GROUP-STMT                            00154100
154200     MOVE +0 TO LS-COLUMN-NUMBER                                  00154200
154300     PERFORM GET-COLUMN-TEXT                                      00154300
154400     MOVE WS-COL-VALUE TO WS-GRP-OPERATION                        00154400
154500     MOVE +1 TO LS-COLUMN-NUMBER                                  00154500
154600     PERFORM GET-COLUMN-TEXT                                      00154600
154700     MOVE WS-COL-VALUE TO WS-GRP-JOB-NAME                         00154700
154800     MOVE +2 TO LS-COLUMN-NUMBER                                  00154800
154900     CALL SQLITE3A USING                                          00154900
155000         BY REFERENCE SQLITE3-COLUMN-INT                          00155000
155100         BY VALUE LS-GROUP-STMT                                   00155100
155200         BY VALUE LS-COLUMN-NUMBER                                00155200
155300         RETURNING WS-GRP-COUNT                                   00155300
155400     END-CALL                                                     00155400
155500     MOVE +3 TO LS-COLUMN-NUMBER                                  00155500
155600     CALL SQLITE3A USING                                          00155600
155700         BY REFERENCE SQLITE3-COLUMN-DOUBLE                       00155700
155800         BY REFERENCE LS-DOUBLE-BFP                               00155800
155900         BY VALUE LS-GROUP-STMT                                   00155900
156000         BY VALUE LS-COLUMN-NUMBER                                00156000
156100     END-CALL                                                     00156100
156200     CALL SQLITE3A USING                                          00156200
156300         BY REFERENCE CONVERT-BFP-TO-HFP                          00156300
156400         BY VALUE LS-DOUBLE-BFP                                   00156400
156500         BY REFERENCE LS-DOUBLE-HFP                               00156500
156600     END-CALL                                                     00156600
156700     COMPUTE WS-GRP-NET ROUNDED = LS-DOUBLE-HFP / 100             00156700
156800     MOVE +4 TO LS-COLUMN-NUMBER                                  00156800
156900     PERFORM GET-COLUMN-TEXT                                      00156900
157000     MOVE WS-COL-VALUE TO WS-GRP-DEBIT                            00157000
157100     MOVE +5 TO LS-COLUMN-NUMBER                                  00157100
157200     PERFORM GET-COLUMN-TEXT                                      00157200
157300     MOVE WS-COL-VALUE TO WS-GRP-CREDIT                           00157300
157400     .                                                            00157400
157500 REPORT-ONE-GROUP.                                                00157500
157600     ADD 1 TO WS-GROUP-COUNT                                      00157600
157700     MOVE SPACES TO WS-GROUP-LINE                                 00157700
157800     MOVE WS-GRP-OPERATION TO WS-GL-OPERATION                     00157800
157900     MOVE WS-GRP-JOB-NAME TO WS-GL-JOB-NAME                       00157900
158000     MOVE WS-GRP-COUNT TO WS-GL-COUNT                             00158000
158100     MOVE WS-GRP-NET TO WS-GL-NET                                 00158100
158200     MOVE WS-GRP-DEBIT TO WS-GL-DEBIT                             00158200
158300     MOVE WS-GRP-CREDIT TO WS-GL-CREDIT                           00158300
158400     IF WS-GRP-DEBIT IS EQUAL TO SPACES OR                        00158400
158500        WS-GRP-CREDIT IS EQUAL TO SPACES THEN                     00158500
158600        ADD 1 TO WS-UNMAPPED-COUNT                                00158600
158700        MOVE 'NO ACCOUNT MAPPING' TO WS-GL-NOTE                   00158700
158800     ELSE                                                         00158800
158900        ADD WS-GRP-NET TO WS-GL-NET-TOTAL                         00158900
159000        IF WS-GRP-NET IS EQUAL TO ZERO THEN                       00159000
159100           MOVE 'NETS TO ZERO - NOT POSTED' TO WS-GL-NOTE         00159100
159200        END-IF                                                    00159200
159300     END-IF                                                       00159300
159400     MOVE WS-GROUP-LINE TO WS-REPORT-LINE                         00159400
159500     PERFORM WRITE-REPORT-LINE-OUT                                00159500
159600     .                                                            00159600
159700*                                                                 00159700
159800* A net increase debits the mapped DEBIT account and credits      00159800
159900* the CREDIT account; a net decrease reverses the pair.           00159900
160000*                                                                 00160000
160100 POST-ONE-GROUP.                                                  00160100
160200     IF WS-GRP-NET IS GREATER THAN ZERO THEN                      00160200
160300        MOVE WS-GRP-NET TO WS-ENTRY-AMOUNT                        00160300
160400        MOVE WS-GRP-DEBIT TO WS-ENTRY-ACCOUNT                     00160400
160500        MOVE 'D' TO WS-ENTRY-DR-CR                                00160500
160600        PERFORM WRITE-GL-ENTRY                                    00160600
160700        MOVE WS-GRP-CREDIT TO WS-ENTRY-ACCOUNT                    00160700
160800        MOVE 'C' TO WS-ENTRY-DR-CR                                00160800
160900        PERFORM WRITE-GL-ENTRY                                    00160900
161000     END-IF                                                       00161000
161100     IF WS-GRP-NET IS LESS THAN ZERO THEN                         00161100
161200        COMPUTE WS-ENTRY-AMOUNT = ZERO - WS-GRP-NET               00161200
161300        MOVE WS-GRP-CREDIT TO WS-ENTRY-ACCOUNT                    00161300
161400        MOVE 'D' TO WS-ENTRY-DR-CR                                00161400
161500        PERFORM WRITE-GL-ENTRY                                    00161500
161600        MOVE WS-GRP-DEBIT TO WS-ENTRY-ACCOUNT                     00161600
161700        MOVE 'C' TO WS-ENTRY-DR-CR                                00161700
161800        PERFORM WRITE-GL-ENTRY                                    00161800
161900     END-IF                                                       00161900
162000     .                                                            00162000
162100*                                                                 00162100
162200* Caller sets WS-ENTRY-ACCOUNT, WS-ENTRY-DR-CR and                00162200
162300* WS-ENTRY-AMOUNT; the rest of the detail record comes from the   00162300
162400* group in hand.                                                  00162400
162500*                                                                 00162500
162600 WRITE-GL-ENTRY.                                                  00162600
162700     MOVE SPACES TO GL-RECORD                                     00162700
162800     SET GL-DETAIL-RECORD TO TRUE                                 00162800
162900     MOVE WS-BUS-DATE TO GL-DTL-BUS-DATE                          00162900
163000     MOVE WS-ENTRY-ACCOUNT TO GL-DTL-ACCOUNT                      00163000
163100     MOVE WS-ENTRY-DR-CR TO GL-DTL-DR-CR                          00163100
163200     MOVE WS-ENTRY-AMOUNT TO GL-DTL-AMOUNT                        00163200
163300     MOVE WS-GRP-OPERATION TO GL-DTL-OPERATION                    00163300
163400     MOVE WS-GRP-JOB-NAME TO GL-DTL-JOB-NAME                      00163400
163500     MOVE WS-GRP-COUNT TO GL-DTL-MOVE-COUNT                       00163500
163600     WRITE GL-RECORD                                              00163600
163700     ADD 1 TO WS-ENTRY-COUNT                                      00163700
163800     IF GL-DTL-DEBIT THEN                                         00163800
163900        ADD WS-ENTRY-AMOUNT TO WS-DEBIT-TOTAL                     00163900
164000     ELSE                                                         00164000
164100        ADD WS-ENTRY-AMOUNT TO WS-CREDIT-TOTAL                    00164100
164200     END-IF                                                       00164200
164300     .                                                            00164300
164400*                                                                 00164400
164500* Reusable prepare paragraph: caller builds the null-terminated   00164500
164600* statement text in SQL-ZCHAR and names it in WS-PREP-LABEL; the  00164600
164700* prepared statement handle is returned in LS-PREPARED-STMT.      00164700
164800*                                                                 00164800
164900 PREPARE-ONE-STATEMENT.                                           00164900
165000     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00165000
165100         BY VALUE LS-DB                                           00165100
165200         BY REFERENCE SQL-ZCHAR                                   00165200
165300         BY VALUE LS-MINUS-ONE                                    00165300
165400         BY REFERENCE LS-PREPARED-STMT                            00165400
165500         BY VALUE LS-ZERO                                         00165500
165600         RETURNING LS-SQL-RC                                      00165600
165700     END-CALL                                                     00165700
165800     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00165800
165900        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00165900
166000        DISPLAY 'PREPARE OF ' WS-PREP-LABEL                       00166000
166100           ' FAILED. RC=' LS-SQL-RC UPON SYSOUT                   00166100
166200        PERFORM DISPLAY-SQL-ERROR                                 00166200
166300        MOVE +16 TO RETURN-CODE                                   00166300
166400        CLOSE REPORT1-FD                                          00166400
166500        GOBACK                                                    00166500
166600     END-IF                                                       00166600
166700     .                                                            00166700
166800*                                                                 00166800
166900* Prepare the statement in SQL-ZCHAR against a table this job     00166900
167000* does not own (BUSINESS_CALENDAR, ROLLFWD_CONTROL); when the     00167000
167100* table was never created WS-PREP-OK stays off and the caller     00167100
167200* carries on without it.                                          00167200
167300*                                                                 00167300
167400 PREPARE-SOFT-STATEMENT.                                          00167400
167500     MOVE 'N' TO WS-PREP-OK-SWITCH                                00167500
167600     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00167600
167700         BY VALUE LS-DB                                           00167700
167800         BY REFERENCE SQL-ZCHAR                                   00167800
167900         BY VALUE LS-MINUS-ONE                                    00167900
168000         BY REFERENCE LS-PREPARED-STMT                            00168000
168100         BY VALUE LS-ZERO                                         00168100
168200         RETURNING LS-SQL-RC                                      00168200
168300     END-CALL                                                     00168300
168400     IF LS-SQL-RC IS EQUAL TO SQLITE-OK OR                        00168400
168500        LS-SQL-RC IS EQUAL TO SQLITE-DONE THEN                    00168500
168600        MOVE 'Y' TO WS-PREP-OK-SWITCH                             00168600
168700     END-IF                                                       00168700
168800     .                                                            00168800
168900*                                                                 00168900
169000* Run the statement in SQL-ZCHAR once (DDL, BEGIN); a failure     00169000
169100* ends the job RC=16.                                             00169100
169200*                                                                 00169200
169300 EXECUTE-ONE-STATEMENT.                                           00169300
169400     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00169400
169500         BY VALUE LS-DB                                           00169500
169600         BY REFERENCE SQL-ZCHAR                                   00169600
169700         BY VALUE LS-ZERO                                         00169700
169800         BY VALUE LS-ZERO                                         00169800
169900         BY VALUE LS-ZERO                                         00169900
170000         RETURNING LS-SQL-RC                                      00170000
170100     END-CALL                                                     00170100
170200     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00170200
170300        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00170300
170400        DISPLAY WS-PREP-LABEL ' FAILED. RC='                      00170400
170500           LS-SQL-RC UPON SYSOUT                                  00170500
170600        PERFORM DISPLAY-SQL-ERROR                                 00170600
170700        MOVE +16 TO RETURN-CODE                                   00170700
170800        CLOSE REPORT1-FD                                          00170800
170900        GOBACK                                                    00170900
171000     END-IF                                                       00171000
171100     .                                                            00171100
171200*                                                                 00171200
171300* Fetch the text of column LS-COLUMN-NUMBER of the current        00171300
171400* LS-WORK-STMT row into WS-COL-VALUE/WS-COL-VALUE-LEN, the        00171400
171500* same null-terminated-pointer handling TESTCOB2 uses.            00171500
171600*                                                                 00171600
171700 GET-COLUMN-TEXT.                                                 00171700
171800     CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-TEXT         00171800
171900         BY VALUE LS-WORK-STMT                                    00171900
172000         BY VALUE LS-COLUMN-NUMBER                                00172000
172100         RETURNING LS-COLUMN-POINTER                              00172100
172200     END-CALL                                                     00172200
172300     MOVE SPACES TO WS-COL-VALUE                                  00172300
172400     MOVE ZERO TO WS-COL-VALUE-LEN                                00172400
172500     IF LS-COLUMN-POINTER IS NOT EQUAL TO NULL THEN               00172500
172600        SET ADDRESS OF LINKAGE-COLUMN-TEXT TO LS-COLUMN-POINTER   00172600
172700        INSPECT LINKAGE-COLUMN-TEXT TALLYING WS-COL-VALUE-LEN     00172700
172800           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00172800
172900        IF WS-COL-VALUE-LEN IS GREATER THAN ZERO THEN             00172900
173000           MOVE LINKAGE-COLUMN-TEXT(1:WS-COL-VALUE-LEN)           00173000
173100              TO WS-COL-VALUE                                     00173100
173200        END-IF                                                    00173200
173300     END-IF                                                       00173300
173400     .                                                            00173400
173500*                                                                 00173500
173600* Reusable audit paragraph: caller sets WS-AUDIT-TABLE,           00173600
173700* WS-AUDIT-OP, WS-AUDIT-BEFORE, and WS-AUDIT-AFTER, then          00173700
173800* PERFORMs this to record the change in AUDIT_LOG.                00173800
173900*                                                                 00173900
174000 WRITE-AUDIT-LOG.                                                 00174000
174100     CALL 'CEEGMT' USING LS-LILIAN, LS-AUDIT-GMT-SECS, LE-FC      00174100
174200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00174200
174300         BY VALUE LS-AUDIT-STMT                                   00174300
174400         BY VALUE LS-ONE                                          00174400
174500         BY REFERENCE WS-AUDIT-TABLE                              00174500
174600         BY VALUE 30                                              00174600
174700         BY VALUE SQLITE-TRANSIENT                                00174700
174800         RETURNING LS-SQL-RC                                      00174800
174900     END-CALL                                                     00174900
175000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00175000
175100         BY VALUE LS-AUDIT-STMT                                   00175100
175200         BY VALUE LS-TWO                                          00175200
175300         BY REFERENCE WS-AUDIT-OP                                 00175300
175400         BY VALUE 10                                              00175400
175500         BY VALUE SQLITE-TRANSIENT                                00175500
175600         RETURNING LS-SQL-RC                                      00175600
175700     END-CALL                                                     00175700
175800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00175800
175900         BY VALUE LS-AUDIT-STMT                                   00175900
176000         BY VALUE LS-THREE                                        00176000
176100         BY REFERENCE WS-AUDIT-BEFORE                             00176100
176200         BY VALUE 75                                              00176200
176300         BY VALUE SQLITE-TRANSIENT                                00176300
176400         RETURNING LS-SQL-RC                                      00176400
176500     END-CALL                                                     00176500
176600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00176600
176700         BY VALUE LS-AUDIT-STMT                                   00176700
176800         BY VALUE LS-FOUR                                         00176800
176900         BY REFERENCE WS-AUDIT-AFTER                              00176900
177000         BY VALUE 75                                              00177000
177100         BY VALUE SQLITE-TRANSIENT                                00177100
177200         RETURNING LS-SQL-RC                                      00177200
177300     END-CALL                                                     00177300
177400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00177400
177500         BY VALUE LS-AUDIT-STMT                                   00177500
177600         BY VALUE LS-FIVE                                         00177600
177700         BY VALUE LS-AUDIT-GMT-SECS                               00177700
177800         RETURNING LS-SQL-RC                                      00177800
177900     END-CALL                                                     00177900
178000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00178000
178100         BY VALUE LS-AUDIT-STMT                                   00178100
178200         BY VALUE LS-SIX                                          00178200
178300         BY REFERENCE WS-JOB-NAME                                 00178300
178400         BY VALUE 8                                               00178400
178500         BY VALUE SQLITE-TRANSIENT                                00178500
178600         RETURNING LS-SQL-RC                                      00178600
178700     END-CALL                                                     00178700
178800     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00178800
178900         BY VALUE LS-AUDIT-STMT                                   00178900
179000         RETURNING LS-SQL-RC                                      00179000
179100     END-CALL                                                     00179100
179200     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00179200
179300        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00179300
179400        DISPLAY 'AUDIT LOG INSERT FAILED. RC='                    00179400
179500           LS-SQL-RC UPON SYSOUT                                  00179500
179600        PERFORM DISPLAY-SQL-ERROR                                 00179600
179700        MOVE +16 TO RETURN-CODE                                   00179700
179800     END-IF                                                       00179800
179900     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00179900
180000         BY VALUE LS-AUDIT-STMT                                   00180000
180100         RETURNING LS-SQL-RC                                      00180100
180200     END-CALL                                                     00180200
180300     .                                                            00180300
180400 WRITE-REPORT-LINE-OUT.                                           00180400
180500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN                   00180500
180600        PERFORM WRITE-REPORT-HEADING                              00180600
180700     END-IF                                                       00180700
180800     MOVE WS-REPORT-LINE TO REPORT1-RECORD                        00180800
180900     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00180900
181000     ADD 1 TO WS-LINE-COUNT                                       00181000
181100     MOVE SPACES TO WS-REPORT-LINE                                00181100
181200     .                                                            00181200
181300 WRITE-REPORT-HEADING.                                            00181300
181400     ADD 1 TO WS-PAGE-COUNT                                       00181400
181500     MOVE WS-PAGE-COUNT TO WS-PAGE-NUM-DISPLAY                    00181500
181600     MOVE SPACES TO REPORT1-RECORD                                00181600
181700     MOVE 1 TO WS-RPT-PTR                                         00181700
181800     STRING 'TESTCB41' DELIMITED BY SIZE                          00181800
181900         '   RUN DATE: ' DELIMITED BY SIZE                        00181900
182000         WS-RUN-DATE DELIMITED BY SIZE                            00182000
182100         '   PAGE: ' DELIMITED BY SIZE                            00182100
182200         WS-PAGE-NUM-DISPLAY DELIMITED BY SIZE                    00182200
182300         INTO REPORT1-RECORD                                      00182300
182400         WITH POINTER WS-RPT-PTR                                  00182400
182500     END-STRING                                                   00182500
182600     WRITE REPORT1-RECORD AFTER ADVANCING PAGE                    00182600
182700     MOVE SPACES TO REPORT1-RECORD                                00182700
182800     STRING 'GENERAL LEDGER POSTING FOR ' DELIMITED BY SIZE       00182800
182900         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00182900
183000         ' BUSINESS DATE ' DELIMITED BY SIZE                      00183000
183100         WS-BUS-DATE DELIMITED BY SIZE                            00183100
183200         INTO REPORT1-RECORD                                      00183200
183300     END-STRING                                                   00183300
183400     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00183400
183500     MOVE 1 TO WS-LINE-COUNT                                      00183500
183600     .                                                            00183600
183700*                                                                 00183700
183800* One transaction: the map cards and, on a reconciled day, the    00183800
183900* posting record. A data base failure or a refused map card       00183900
183950* rolls it all back.                                              00183950
184000*                                                                 00184000
184100 COMMIT-TRANSACTION.                                              00184100
184200     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00184200
184300         BY VALUE LS-AUDIT-STMT                                   00184300
184400         RETURNING LS-SQL-RC                                      00184400
184500     END-CALL                                                     00184500
184600     IF RETURN-CODE IS EQUAL TO +16 OR                            00184600
184650        WS-CARD-REFUSED IS GREATER THAN ZERO THEN                 00184650
184700        MOVE Z'ROLLBACK TRANSACTION' TO SQL-ZCHAR                 00184700
184800        CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC             00184800
184900            BY VALUE LS-DB                                        00184900
185000            BY REFERENCE SQL-ZCHAR                                00185000
185100            BY VALUE LS-ZERO                                      00185100
185200            BY VALUE LS-ZERO                                      00185200
185300            BY VALUE LS-ZERO                                      00185300
185400            RETURNING LS-SQL-RC                                   00185400
185500        END-CALL                                                  00185500
185600        DISPLAY 'GENERAL LEDGER POSTING ROLLED BACK.'             00185600
185700           UPON SYSOUT                                            00185700
185800        MOVE 'GENERAL LEDGER POSTING ROLLED BACK.'                00185800
185900           TO WS-REPORT-LINE                                      00185900
186000        PERFORM WRITE-REPORT-LINE-OUT                             00186000
186100        GO TO SHUTDOWN                                            00186100
186200     END-IF                                                       00186200
186300     MOVE Z'COMMIT TRANSACTION' TO SQL-ZCHAR                      00186300
186400     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00186400
186500         BY VALUE LS-DB                                           00186500
186600         BY REFERENCE SQL-ZCHAR                                   00186600
186700         BY VALUE LS-ZERO                                         00186700
186800         BY VALUE LS-ZERO                                         00186800
186900         BY VALUE LS-ZERO                                         00186900
187000         RETURNING LS-SQL-RC                                      00187000
187100     END-CALL                                                     00187100
187200     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00187200
187300        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00187300
187400        DISPLAY 'COMMIT TRANSACTION FAILED. RC='                  00187400
187500           LS-SQL-RC UPON SYSOUT                                  00187500
187600        PERFORM DISPLAY-SQL-ERROR                                 00187600
187700        MOVE +16 TO RETURN-CODE                                   00187700
187800        GO TO SHUTDOWN                                            00187800
187900     END-IF                                                       00187900
188000     MOVE SPACES TO WS-REPORT-LINE                                00188000
188100     PERFORM WRITE-REPORT-LINE-OUT                                00188100
188200     MOVE WS-CARD-COUNT TO WS-COUNT-DISPLAY                       00188200
188300     STRING 'MAP CARDS READ     : ' DELIMITED BY SIZE             00188300
188400         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00188400
188500         INTO WS-REPORT-LINE                                      00188500
188600     END-STRING                                                   00188600
188700     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00188700
188800     PERFORM WRITE-REPORT-LINE-OUT                                00188800
188900     MOVE WS-MAPPED-COUNT TO WS-COUNT-DISPLAY                     00188900
189000     STRING 'MAP CARDS APPLIED  : ' DELIMITED BY SIZE             00189000
189100         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00189100
189200         INTO WS-REPORT-LINE                                      00189200
189300     END-STRING                                                   00189300
189400     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00189400
189500     PERFORM WRITE-REPORT-LINE-OUT                                00189500
189600     MOVE WS-CARD-REFUSED TO WS-COUNT-DISPLAY                     00189600
189700     STRING 'MAP CARDS REFUSED  : ' DELIMITED BY SIZE             00189700
189800         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00189800
189900         INTO WS-REPORT-LINE                                      00189900
190000     END-STRING                                                   00190000
190100     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00190100
190200     PERFORM WRITE-REPORT-LINE-OUT                                00190200
190300     MOVE WS-ENTRY-COUNT TO WS-COUNT-DISPLAY                      00190300
190400     STRING 'GL ENTRIES WRITTEN : ' DELIMITED BY SIZE             00190400
190500         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00190500
190600         INTO WS-REPORT-LINE                                      00190600
190700     END-STRING                                                   00190700
190800     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00190800
190900     PERFORM WRITE-REPORT-LINE-OUT                                00190900
191000     MOVE WS-DEBIT-TOTAL TO WS-TOTAL-DISPLAY                      00191000
191100     STRING 'DEBIT TOTAL        : ' DELIMITED BY SIZE             00191100
191200         WS-TOTAL-DISPLAY DELIMITED BY SIZE                       00191200
191300         INTO WS-REPORT-LINE                                      00191300
191400     END-STRING                                                   00191400
191500     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00191500
191600     PERFORM WRITE-REPORT-LINE-OUT                                00191600
191700     MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISPLAY                     00191700
191800     STRING 'CREDIT TOTAL       : ' DELIMITED BY SIZE             00191800
191900         WS-TOTAL-DISPLAY DELIMITED BY SIZE                       00191900
192000         INTO WS-REPORT-LINE                                      00192000
192100     END-STRING                                                   00192100
192200     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00192200
192300     PERFORM WRITE-REPORT-LINE-OUT                                00192300
192400     .                                                            00192400
192500 SHUTDOWN.                                                        00192500
192600     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00192600
192700         BY VALUE LS-DB                                           00192700
192800         RETURNING LS-SQL-RC                                      00192800
192900     END-CALL                                                     00192900
193000     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         00193000
193100         RETURNING LS-SQL-RC                                      00193100
193200     END-CALL                                                     00193200
193300     CLOSE REPORT1-FD                                             00193300
193400     GOBACK                                                       00193400
193500     .                                                            00193500
193600                                                                  00193600
193700 DISPLAY-SQL-ERROR.                                               00193700
193800     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRCODE             00193800
193900         BY VALUE LS-DB                                           00193900
194000         RETURNING LS-SQL-ERRCODE                                 00194000
194100     END-CALL                                                     00194100
194200     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRMSG              00194200
194300         BY VALUE LS-DB                                           00194300
194400         RETURNING LS-ERRMSG-POINTER                              00194400
194500     END-CALL                                                     00194500
194600     MOVE SPACES TO WS-ERRMSG-TEXT                                00194600
194700     MOVE ZERO TO WS-ERRMSG-LEN                                   00194700
194800     IF LS-ERRMSG-POINTER IS NOT EQUAL TO NULL THEN               00194800
194900        SET ADDRESS OF LINKAGE-COLUMN-TEXT                        00194900
195000           TO LS-ERRMSG-POINTER                                   00195000
195100        INSPECT LINKAGE-COLUMN-TEXT                               00195100
195200           TALLYING WS-ERRMSG-LEN                                 00195200
195300           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00195300
195400        MOVE LINKAGE-COLUMN-TEXT(1:WS-ERRMSG-LEN)                 00195400
195500           TO WS-ERRMSG-TEXT                                      00195500
195600     END-IF                                                       00195600
195700     DISPLAY '  SQLITE ERRCODE=' LS-SQL-ERRCODE                   00195700
195800         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00195800
195900         UPON SYSOUT                                              00195900
196000     .                                                            00196000
196100*                                                                 00196100
196200* The roll-forward change for the reconciliation, totalled by     00196200
196300* SQLite straight from AUDIT_LOG in cents rather than from the    00196300
196400* movements this job valued, so a fault in the valuing or in      00196400
196500* GL_MOVE shows up as a difference instead of cancelling out.     00196500
196600* Only images with an ' AMT=' portion count; the others are       00196600
196660* already refused as unparsed. OPERATION is trimmed: the          00196660
196720* writers bind it blank-padded to 10 bytes.                       00196720
196800*                                                                 00196800
196900 TOTAL-AUDIT-CHANGE.                                              00196900
197000     MOVE 1 TO WS-SQL-PTR                                         00197000
197110     STRING 'SELECT TOTAL(CASE WHEN OP <> ''DELETE'' '            00197110
197220         DELIMITED BY SIZE                                        00197220
197330         'THEN ROUND(100 * CAST(SUBSTR(A,INSTR(A,'' AMT='') + 5) '00197330
197440         DELIMITED BY SIZE                                        00197440
197550         'AS REAL)) END) - TOTAL(CASE WHEN OP <> ''INSERT'' '     00197550
197660         DELIMITED BY SIZE                                        00197660
197770         'THEN ROUND(100 * CAST(SUBSTR(B,INSTR(B,'' AMT='') + 5) '00197770
197880         DELIMITED BY SIZE                                        00197880
197990         'AS REAL)) END) '                                        00197990
198100         DELIMITED BY SIZE                                        00198100
198210         'FROM (SELECT RTRIM(OPERATION) OP, BEFORE_VALUE B, '     00198210
198320         DELIMITED BY SIZE                                        00198320
198430         'AFTER_VALUE A FROM AUDIT_LOG WHERE TABLE_NAME = ? '     00198430
198540         DELIMITED BY SIZE                                        00198540
198650         'AND LOG_TIME >= ? AND LOG_TIME < ?) '                   00198650
198760         DELIMITED BY SIZE                                        00198760
198870         'WHERE OP IN (''INSERT'',''UPDATE'',''DELETE'') '        00198870
198980         DELIMITED BY SIZE                                        00198980
199090         'AND (OP = ''INSERT'' OR INSTR(B,'' AMT='') > 0) '       00199090
199200         DELIMITED BY SIZE                                        00199200
199310         'AND (OP = ''DELETE'' OR INSTR(A,'' AMT='') > 0)'        00199310
199420         DELIMITED BY SIZE                                        00199420
199700         INTO SQL-ZCHAR                                           00199700
199800         WITH POINTER WS-SQL-PTR                                  00199800
199900     END-STRING                                                   00199900
200000     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00200000
200100     MOVE 'AUDIT TOTAL' TO WS-PREP-LABEL                          00200100
200200     PERFORM PREPARE-ONE-STATEMENT                                00200200
200300     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00200300
200400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00200400
200500         BY VALUE LS-WORK-STMT                                    00200500
200600         BY VALUE LS-ONE                                          00200600
200700         BY REFERENCE WS-TABLE-NAME                               00200700
200800         BY VALUE 30                                              00200800
200900         BY VALUE SQLITE-TRANSIENT                                00200900
201000         RETURNING LS-SQL-RC                                      00201000
201100     END-CALL                                                     00201100
201200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00201200
201300         BY VALUE LS-WORK-STMT                                    00201300
201400         BY VALUE LS-TWO                                          00201400
201500         BY VALUE LS-FROM-BFP                                     00201500
201600         RETURNING LS-SQL-RC                                      00201600
201700     END-CALL                                                     00201700
201800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00201800
201900         BY VALUE LS-WORK-STMT                                    00201900
202000         BY VALUE LS-THREE                                        00202000
202100         BY VALUE LS-TO-BFP                                       00202100
202200         RETURNING LS-SQL-RC                                      00202200
202300     END-CALL                                                     00202300
202400     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00202400
202500         BY VALUE LS-WORK-STMT                                    00202500
202600         RETURNING LS-SQL-RC                                      00202600
202700     END-CALL                                                     00202700
202800     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00202800
202900        MOVE +0 TO LS-COLUMN-NUMBER                               00202900
203000        CALL SQLITE3A USING                                       00203000
203100            BY REFERENCE SQLITE3-COLUMN-DOUBLE                    00203100
203200            BY REFERENCE LS-DOUBLE-BFP                            00203200
203300            BY VALUE LS-WORK-STMT                                 00203300
203400            BY VALUE LS-COLUMN-NUMBER                             00203400
203500        END-CALL                                                  00203500
203600        CALL SQLITE3A USING                                       00203600
203700            BY REFERENCE CONVERT-BFP-TO-HFP                       00203700
203800            BY VALUE LS-DOUBLE-BFP                                00203800
203900            BY REFERENCE LS-DOUBLE-HFP                            00203900
204000        END-CALL                                                  00204000
204100        COMPUTE WS-RF-CHANGE ROUNDED = LS-DOUBLE-HFP / 100        00204100
204200     ELSE                                                         00204200
204300        DISPLAY 'AUDIT TOTAL STEP FAILED. RC='                    00204300
204400           LS-SQL-RC UPON SYSOUT                                  00204400
204500        PERFORM DISPLAY-SQL-ERROR                                 00204500
204600        MOVE +16 TO RETURN-CODE                                   00204600
204700     END-IF                                                       00204700
204800     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00204800
204900         BY VALUE LS-WORK-STMT                                    00204900
205000         RETURNING LS-SQL-RC                                      00205000
205100     END-CALL                                                     00205100
205200     .                                                            00205200
205300 END PROGRAM 'TESTCB41'.                                          00205300
