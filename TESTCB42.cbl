000100 PROCESS DYNAM,NAME,PGMNAME(COMPAT)                               00000100
000200 PROCESS ADV,AWO,NOC(W),FSRT,FLAG(I,I)                            00000200
000300 PROCESS INTDATE(ANSI),LANG(EN),LIB,LIST,MAP                      00000300
000400 PROCESS NONUM,NUMPROC(PFD),OBJ,APOST                             00000400
000500 PROCESS RENT,NOSEQ,SOURCE,NOSSRANGE,                             00000500
000600 PROCESS NOTERM,NOTEST,VBREF,                                     00000600
000700 PROCESS XREF(FULL),ZWB,FASTSRT,AR(E)                             00000700
000800 ID DIVISION.                                                     00000800
000900 PROGRAM-ID. 'TESTCB42'.                                          00000900
001000 AUTHOR. JOHN MCKOWN.                                             00001000
001100 INSTALLATION. CBT Tape.                                          00001100
001200 DATE-WRITTEN.                                                    00001200
001300 DATE-COMPILED.                                                   00001300
001400 SECURITY. NONE.                                                  00001400
001500*                                                                 00001500
001600* This program prints the year-end balance confirmation letters   00001600
001700* the external auditors used to have typed by hand. It selects    00001700
001800* customers from the business table by SYSIN cards ('*' in        00001800
001900* column one is a comment, a blank card is ignored; any mix of    00001900
002000* cards may be given and a customer picked by any one of them     00002000
002100* gets one letter):                                               00002100
002200*   EVERY=n          every nth customer in LOAD-ID order;         00002200
002300*   OVER=amount      every customer whose AMOUNT is over the      00002300
002400*                    amount (e.g. OVER=25000.00);                 00002400
002500*   SAMPLE=size,seed a random sample of the given size. The       00002500
002600*                    seed may be omitted, in which case one is    00002600
002700*                    taken from the clock; either way the seed    00002700
002800*                    used is printed on the control listing, and  00002800
002900*                    giving it back on the card reproduces the    00002900
003000*                    same sample over the same data.              00003000
003100*                                                                 00003100
003200* The AMOUNT confirmed is the AMOUNT as of the close of the       00003200
003300* business date: a row changed since then is taken back to the    00003300
003400* before image of its first later audited UPDATE or DELETE, and a 00003400
003500* row first INSERTed later was not a customer on the business     00003500
003600* date and is not selectable (TESTCB38 does the full              00003600
003700* reconstruction, deleted rows included, when that is needed).    00003700
003800* The close is the start of the next BUSINESS day on              00003800
003900* BUSINESS_CALENDAR, as TESTCB25 counts it, or the next calendar  00003900
004000* day when the calendar is not loaded.                            00004000
004100*                                                                 00004100
004200* Each selected customer is joined to its first _CONTACT          00004200
004300* ADDRESS, and gets one formatted letter on LETTERS (NAME,        00004300
004400* ADDRESS, LOAD-ID, the AMOUNT and the business date, with a      00004400
004500* reference number) and a line on the REPORT1 control listing.    00004500
004600* A customer with no _CONTACT row (or no _CONTACT table at all),  00004600
004700* or whose record has been erased (a TESTCB31 ERASURE on the      00004700
004800* trail, or a *REDACTED* NAME or ADDRESS), gets no letter and     00004800
004900* goes on the exception list that follows the control listing;    00004900
005000* the job then ends RC=4. The data base is opened read-only.      00005000
005100*                                                                 00005100
005200* PARM value is 3 positional comma delimited fields:              00005200
005300*     DBPATH,TABLENAME,BUSDATE                                    00005300
005400* BUSDATE defaults to the run date.                               00005400
005500*                                                                 00005500
005600 ENVIRONMENT DIVISION.                                            00005600
005700 CONFIGURATION SECTION.                                           00005700
005800 SOURCE-COMPUTER. IBM-370.                                        00005800
005900 OBJECT-COMPUTER. IBM-370.                                        00005900
006000 SPECIAL-NAMES.                                                   00006000
006100 INPUT-OUTPUT SECTION.                                            00006100
006200 FILE-CONTROL.                                                    00006200
006300     SELECT SYSIN-FILE ASSIGN TO SYSIN                            00006300
006400         ORGANIZATION IS SEQUENTIAL.                              00006400
006500     SELECT LETTERS-FD ASSIGN TO LETTERS                          00006500
006600         ORGANIZATION IS SEQUENTIAL.                              00006600
006700     SELECT REPORT1-FD ASSIGN TO REPORT1                          00006700
006800         ORGANIZATION IS SEQUENTIAL.                              00006800
006900 I-O-CONTROL.                                                     00006900
007000     APPLY WRITE-ONLY ON LETTERS-FD                               00007000
007100     APPLY WRITE-ONLY ON REPORT1-FD.                              00007100
007200*                                                                 00007200
007300 DATA DIVISION.                                                   00007300
007400 FILE SECTION.                                                    00007400
007500 FD  SYSIN-FILE                                                   00007500
007600     RECORDING MODE IS F                                          00007600
007700     LABEL RECORDS ARE STANDARD.                                  00007700
007800 01  SYSIN-RECORD               PIC X(80).                        00007800
007900 FD  LETTERS-FD                                                   00007900
008000     RECORDING MODE IS F                                          00008000
008100     LABEL RECORDS ARE STANDARD.                                  00008100
008200 01  LETTERS-RECORD          PIC X(132).                          00008200
008300 FD  REPORT1-FD                                                   00008300
008400     RECORDING MODE IS F                                          00008400
008500     LABEL RECORDS ARE STANDARD.                                  00008500
008600 01  REPORT1-RECORD          PIC X(132).                          00008600
008700*                                                                 00008700
008800 WORKING-STORAGE SECTION.                                         00008800
008900 COPY COBSQLTE .                                                  00008900
009000 01  CEE3DMP-PARAMETERS.                                          00009000
009100     05 CEE3DMP-TITLE              PIC X(80)                      00009100
009200        VALUE 'TEST DUMP'.                                        00009200
009300     05 CEE3DMP-OPTIONS            PIC X(255)                     00009300
009400        VALUE 'NOTRACE NOENTRY'.                                  00009400
009500 01  LE-FC.                                                       00009500
009600     02  CONDITION-TOKEN-VALUE.                                   00009600
009700     COPY  CEEIGZCT.                                              00009700
009800         03  CASE-1-CONDITION-ID.                                 00009800
009900             04  SEVERITY    PIC S9(4) BINARY.                    00009900
010000             04  MSG-NO      PIC S9(4) BINARY.                    00010000
010100         03  CASE-2-CONDITION-ID                                  00010100
010200                   REDEFINES CASE-1-CONDITION-ID.                 00010200
010300             04  CLASS-CODE  PIC S9(4) BINARY.                    00010300
010400             04  CAUSE-CODE  PIC S9(4) BINARY.                    00010400
010500         03  CASE-SEV-CTL    PIC X.                               00010500
010600         03  FACILITY-ID     PIC XXX.                             00010600
010700     02  I-S-INFO            PIC S9(9) BINARY.                    00010700
010800*                                                                 00010800
010900* CEESECS converts the business date to LE seconds on the         00010900
011000* same basis as the CEEGMT seconds the loaders store in           00011000
011100* LOG_TIME, the way TESTCB25 bounds its activity counts.          00011100
011200*                                                                 00011200
011300 01  WS-CEESECS-INPUT.                                            00011300
011400     05  WS-CEESECS-IN-LEN   PIC S9(4) COMP-5                     00011400
011500                             VALUE IS 8.                          00011500
011600     05  WS-CEESECS-IN-STR   PIC X(8).                            00011600
011700 01  WS-DATE-PICTURE.                                             00011700
011800     05  WS-DATE-PICT-LEN    PIC S9(4) COMP-5                     00011800
011900                             VALUE IS 8.                          00011900
012000     05  WS-DATE-PICT-STR    PIC X(8)                             00012000
012100                             VALUE IS 'YYYYMMDD'.                 00012100
012200*                                                                 00012200
012300* The control listing line and its column headings. SELECTED      00012300
012400* BY names the first card that picked the customer.               00012400
012500*                                                                 00012500
012600 01  WS-SENT-LINE.                                                00012600
012700     05  WS-SL-LETTER        PIC Z(5)9.                           00012700
012800     05  FILLER              PIC X(2).                            00012800
012900     05  WS-SL-ID            PIC Z(8)9.                           00012900
013000     05  FILLER              PIC X(2).                            00013000
013100     05  WS-SL-NAME          PIC X(30).                           00013100
013200     05  FILLER              PIC X(2).                            00013200
013300     05  WS-SL-AMOUNT        PIC Z,ZZZ,ZZ9.99-.                   00013300
013400     05  FILLER              PIC X(2).                            00013400
013500     05  WS-SL-ADDRESS       PIC X(40).                           00013500
013600     05  FILLER              PIC X(2).                            00013600
013700     05  WS-SL-SELECTED-BY   PIC X(8).                            00013700
013800 01  WS-SENT-HEADER.                                              00013800
013900     05  FILLER              PIC X(6)                             00013900
014000         VALUE IS 'LETTER'.                                       00014000
014100     05  FILLER              PIC X(2)                             00014100
014200         VALUE IS SPACES.                                         00014200
014300     05  FILLER              PIC X(9)                             00014300
014400         VALUE IS '  LOAD-ID'.                                    00014400
014500     05  FILLER              PIC X(2)                             00014500
014600         VALUE IS SPACES.                                         00014600
014700     05  FILLER              PIC X(30)                            00014700
014800         VALUE IS 'NAME'.                                         00014800
014900     05  FILLER              PIC X(2)                             00014900
015000         VALUE IS SPACES.                                         00015000
015100     05  FILLER              PIC X(13)                            00015100
015200         VALUE IS '      AMOUNT'.                                 00015200
015300     05  FILLER              PIC X(2)                             00015300
015400         VALUE IS SPACES.                                         00015400
015500     05  FILLER              PIC X(40)                            00015500
015600         VALUE IS 'ADDRESS'.                                      00015600
015700     05  FILLER              PIC X(2)                             00015700
015800         VALUE IS SPACES.                                         00015800
015900     05  FILLER              PIC X(8)                             00015900
016000         VALUE IS 'SELECTED'.                                     00016000
016100*                                                                 00016100
016200* The exception list line and its column headings.                00016200
016300*                                                                 00016300
016400 01  WS-EXCEPT-LINE.                                              00016400
016500     05  WS-XL-ID            PIC Z(8)9.                           00016500
016600     05  FILLER              PIC X(2).                            00016600
016700     05  WS-XL-NAME          PIC X(30).                           00016700
016800     05  FILLER              PIC X(2).                            00016800
016900     05  WS-XL-AMOUNT        PIC Z,ZZZ,ZZ9.99-.                   00016900
017000     05  FILLER              PIC X(2).                            00017000
017100     05  WS-XL-SELECTED-BY   PIC X(8).                            00017100
017200     05  FILLER              PIC X(2).                            00017200
017300     05  WS-XL-REASON        PIC X(40).                           00017300
017400 01  WS-EXCEPT-HEADER.                                            00017400
017500     05  FILLER              PIC X(9)                             00017500
017600         VALUE IS '  LOAD-ID'.                                    00017600
017700     05  FILLER              PIC X(2)                             00017700
017800         VALUE IS SPACES.                                         00017800
017900     05  FILLER              PIC X(30)                            00017900
018000         VALUE IS 'NAME'.                                         00018000
018100     05  FILLER              PIC X(2)                             00018100
018200         VALUE IS SPACES.                                         00018200
018300     05  FILLER              PIC X(13)                            00018300
018400         VALUE IS '      AMOUNT'.                                 00018400
018500     05  FILLER              PIC X(2)                             00018500
018600         VALUE IS SPACES.                                         00018600
018700     05  FILLER              PIC X(8)                             00018700
018800         VALUE IS 'SELECTED'.                                     00018800
018900     05  FILLER              PIC X(2)                             00018900
019000         VALUE IS SPACES.                                         00019000
019100     05  FILLER              PIC X(40)                            00019100
019200         VALUE IS 'REASON NO LETTER WAS PRINTED'.                 00019200
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
020300 77  LS-ROW-STMT             USAGE IS POINTER.                    00020300
020400 77  LS-LATER-STMT           USAGE IS POINTER.                    00020400
020500 77  LS-STAGE-STMT           USAGE IS POINTER.                    00020500
020600 77  LS-CONTACT-STMT         USAGE IS POINTER.                    00020600
020700 77  LS-ERASED-STMT          USAGE IS POINTER.                    00020700
020800 77  LS-EXCEPT-STMT          USAGE IS POINTER.                    00020800
020900 77  LS-PREPARED-STMT        USAGE IS POINTER.                    00020900
021000 77  LS-COLUMN-POINTER       USAGE IS POINTER.                    00021000
021100 77  LS-COLUMN-NUMBER        PIC S9(9) COMP-5.                    00021100
021200 77  LS-ZERO                 PIC S9(9) COMP-5                     00021200
021300                             VALUE IS ZERO.                       00021300
021400 77  LS-SQL-RC               PIC S9(9) COMP-5.                    00021400
021500 77  SQL-ZCHAR               PIC X(320).                          00021500
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
022800 77  LS-DOUBLE-BFP           USAGE COMP-2.                        00022800
022900 77  LS-DOUBLE-HFP           USAGE COMP-2.                        00022900
023000 77  LS-OPEN-FLAGS           PIC S9(9) COMP-5.                    00023000
023100 77  LS-NULL                 POINTER VALUE IS NULL.               00023100
023200 77  LS-SQL-ERRCODE          PIC S9(9) COMP-5.                    00023200
023300 77  LS-ERRMSG-POINTER       USAGE IS POINTER.                    00023300
023400 77  WS-ERRMSG-TEXT          PIC X(255).                          00023400
023500 77  WS-ERRMSG-LEN           PIC S9(4) COMP-5.                    00023500
023600*                                                                 00023600
023700* Milliseconds SQLITE3-BUSY-TIMEOUT waits/retries internally      00023700
023800* before returning SQLITE-BUSY, so a transient lock from an       00023800
023900* overlapping batch window does not abend this job outright.      00023900
024000 77  LS-BUSY-TIMEOUT-MS      PIC S9(9) COMP-5                     00024000
024100        VALUE IS 5000.                                            00024100
024200*                                                                 00024200
024300* The PARM fields.                                                00024300
024400*                                                                 00024400
024500 77  WS-PARM-DBPATH          PIC X(255).                          00024500
024600 77  WS-PARM-TABLE           PIC X(30).                           00024600
024700 77  WS-PARM-BUSDATE         PIC X(8).                            00024700
024800 77  WS-PARM-LEN             PIC S9(4) COMP-5.                    00024800
024900 77  WS-TABLE-NAME           PIC X(30)                            00024900
025000        VALUE IS 'LOADTAB'.                                       00025000
025100 77  WS-TABLE-NAME-LEN       PIC S9(4) COMP-5.                    00025100
025200 77  WS-BUS-DATE             PIC X(8).                            00025200
025300 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    00025300
025400 77  WS-PREP-LABEL           PIC X(20).                           00025400
025500 77  WS-PREP-OK-SWITCH       PIC X.                               00025500
025600     88  WS-PREP-OK          VALUE IS 'Y'.                        00025600
025700 77  WS-ERASED-SWITCH        PIC X                                00025700
025800                             VALUE IS 'N'.                        00025800
025900     88  WS-HAVE-AUDIT-LOG   VALUE IS 'Y'.                        00025900
026000 77  WS-CONTACT-SWITCH       PIC X                                00026000
026100                             VALUE IS 'N'.                        00026100
026200     88  WS-HAVE-CONTACTS    VALUE IS 'Y'.                        00026200
026300*                                                                 00026300
026400* The close of the business date, and whether anything was        00026400
026500* audited against the table after it.                             00026500
026600*                                                                 00026600
026700 77  LS-CLOSE-SECS           USAGE COMP-2.                        00026700
026800 77  LS-CLOSE-BFP            USAGE COMP-2.                        00026800
026900 77  WS-ONE-DAY-SECS         PIC S9(9) COMP-5                     00026900
027000        VALUE IS 86400.                                           00027000
027100 77  WS-NEXT-BUS-DATE        PIC X(8)                             00027100
027200                             VALUE IS SPACES.                     00027200
027300 77  WS-LATER-SWITCH         PIC X                                00027300
027400                             VALUE IS 'N'.                        00027400
027500     88  WS-LATER-ACTIVITY   VALUE IS 'Y'.                        00027500
027600 77  WS-LATER-COUNT          PIC S9(9) COMP-5.                    00027600
027700*                                                                 00027700
027800* The selection cards. Any card that picks a customer is          00027800
027900* enough; SELECTED BY names the first one that did.               00027900
028000*                                                                 00028000
028100 77  WS-EOF-SWITCH           PIC X                                00028100
028200                             VALUE IS 'N'.                        00028200
028300     88  WS-EOF              VALUE IS 'Y'.                        00028300
028400 77  WS-CARD-KEYWORD         PIC X(20).                           00028400
028500 77  WS-CARD-VALUE           PIC X(60).                           00028500
028600 77  WS-CARD-FIRST           PIC X(20).                           00028600
028700 77  WS-CARD-SECOND          PIC X(20).                           00028700
028800 77  WS-CARD-NUM-TEXT        PIC X(20).                           00028800
028900 77  WS-CARD-NUM-LEN         PIC S9(4) COMP-5.                    00028900
029000 77  WS-CARD-NUMBER          PIC S9(10) COMP-3.                   00029000
029100 77  WS-CARD-NUM-OK-SWITCH   PIC X.                               00029100
029200     88  WS-CARD-NUM-OK      VALUE IS 'Y'.                        00029200
029300 77  WS-CARD-ERROR           PIC X(40).                           00029300
029400 77  WS-CARD-COUNT           PIC S9(9) COMP-5                     00029400
029500                             VALUE IS ZERO.                       00029500
029600 77  WS-EVERY-N              PIC S9(9) COMP-5                     00029600
029700                             VALUE IS ZERO.                       00029700
029800 77  WS-OVER-SWITCH          PIC X                                00029800
029900                             VALUE IS 'N'.                        00029900
030000     88  WS-OVER-GIVEN       VALUE IS 'Y'.                        00030000
030100 77  WS-OVER-AMOUNT          PIC S9(9)V99                         00030100
030200                             VALUE IS ZERO.                       00030200
030300 77  WS-SAMPLE-SIZE          PIC S9(9) COMP-5                     00030300
030400                             VALUE IS ZERO.                       00030400
030500 77  WS-SELECTED-BY          PIC X(8).                            00030500
030600*                                                                 00030600
030700* The random sample: Park and Miller's minimal standard           00030700
030800* generator, seed(n+1) = seed(n) * 16807 mod (2**31 - 1),         00030800
030900* driving a selection-sampling pass (each customer is taken       00030900
031000* with probability still-needed / still-to-see), so the same      00031000
031100* seed over the same rows picks the same sample.                  00031100
031200*                                                                 00031200
031300 77  WS-SEED                 PIC S9(10) COMP-3                    00031300
031400                             VALUE IS ZERO.                       00031400
031500 77  WS-SEED-GIVEN-SWITCH    PIC X                                00031500
031600                             VALUE IS 'N'.                        00031600
031700     88  WS-SEED-GIVEN       VALUE IS 'Y'.                        00031700
031800 77  WS-FIRST-SEED           PIC S9(10) COMP-3.                   00031800
031900 77  WS-RANDOM-PRODUCT       PIC S9(18) COMP-3.                   00031900
032000 77  WS-RANDOM-QUOTIENT      PIC S9(18) COMP-3.                   00032000
032100 77  WS-RANDOM-FRACTION      PIC V9(9).                           00032100
032200 77  WS-SAMPLE-NEEDED        PIC S9(9) COMP-5.                    00032200
032300 77  WS-SAMPLE-TO-SEE        PIC S9(9) COMP-5.                    00032300
032400 77  WS-SAMPLE-HIT-SWITCH    PIC X.                               00032400
032500     88  WS-SAMPLE-HIT       VALUE IS 'Y'.                        00032500
032600 77  WS-EVERY-QUOTIENT       PIC S9(9) COMP-5.                    00032600
032700 77  WS-EVERY-REMAINDER      PIC S9(9) COMP-5.                    00032700
032800 77  WS-CLOCK-TIME           PIC 9(8).                            00032800
032900 77  WS-SEED-DISPLAY         PIC Z(9)9.                           00032900
033000*                                                                 00033000
033100* The customer in hand.                                           00033100
033200*                                                                 00033200
033300 77  WS-ROW-FOUND-SWITCH     PIC X.                               00033300
033400     88  WS-ROW-FOUND        VALUE IS 'Y'.                        00033400
033500 77  WS-ROW-ID               PIC S9(9) COMP-5.                    00033500
033600 77  WS-ROW-NAME             PIC X(40).                           00033600
033700 77  WS-ROW-AMOUNT           PIC S9(9)V99.                        00033700
033800 77  WS-ROW-CENTS            PIC S9(9) COMP-5.                    00033800
033900 77  WS-ROW-SEQ              PIC S9(9) COMP-5.                    00033900
034000 77  WS-ROW-ADDRESS          PIC X(40).                           00034000
034100 77  WS-REDACT-COUNT         PIC S9(4) COMP-5.                    00034100
034200 77  WS-ERASED-COUNT         PIC S9(9) COMP-5.                    00034200
034300 77  WS-LATER-OP             PIC X(10).                           00034300
034400 77  WS-EXCEPT-REASON        PIC X(40).                           00034400
034500 77  WS-ID-DISPLAY           PIC 9(9).                            00034500
034600 77  WS-ID-KEY               PIC X(12).                           00034600
034700 77  WS-IMAGE-WORK           PIC X(75).                           00034700
034800 77  WS-IMAGE-JUNK           PIC X(75).                           00034800
034900 77  WS-IMAGE-TAIL           PIC X(75).                           00034900
035000 77  WS-IMG-AMOUNT           PIC S9(7)V99.                        00035000
035100 77  WS-IMG-FOUND-SWITCH     PIC X.                               00035100
035200     88  WS-IMG-FOUND        VALUE IS 'Y'.                        00035200
035300 77  WS-COL-VALUE            PIC X(80).                           00035300
035400 77  WS-COL-VALUE-LEN        PIC S9(4) COMP-5.                    00035400
035500 77  WS-COL-AMOUNT           PIC S9(9)V99.                        00035500
035600*                                                                 00035600
035700* The letter being printed.                                       00035700
035800*                                                                 00035800
035900 77  WS-LETTER-LINE          PIC X(132).                          00035900
036000 77  WS-LETTER-REF           PIC X(22).                           00036000
036100 77  WS-LETTER-NUM-DISPLAY   PIC 9(6).                            00036100
036200 77  WS-LETTER-AMOUNT        PIC Z,ZZZ,ZZ9.99-.                   00036200
036300*                                                                 00036300
036400* Run accounting.                                                 00036400
036500*                                                                 00036500
036600 77  WS-ROWS-READ            PIC S9(9) COMP-5                     00036600
036700                             VALUE IS ZERO.                       00036700
036800 77  WS-ROWS-ELIGIBLE        PIC S9(9) COMP-5                     00036800
036900                             VALUE IS ZERO.                       00036900
037000 77  WS-ROWS-LATER           PIC S9(9) COMP-5                     00037000
037100                             VALUE IS ZERO.                       00037100
037200 77  WS-SELECTED-COUNT       PIC S9(9) COMP-5                     00037200
037300                             VALUE IS ZERO.                       00037300
037400 77  WS-LETTER-COUNT         PIC S9(9) COMP-5                     00037400
037500                             VALUE IS ZERO.                       00037500
037600 77  WS-EXCEPT-COUNT         PIC S9(9) COMP-5                     00037600
037700                             VALUE IS ZERO.                       00037700
037800 77  WS-LETTER-TOTAL         PIC S9(11)V99                        00037800
037900                             VALUE IS ZERO.                       00037900
038000 77  WS-COUNT-DISPLAY        PIC Z(8)9.                           00038000
038100 77  WS-TOTAL-DISPLAY        PIC -(11)9.99.                       00038100
038200*                                                                 00038200
038300* Fields supporting the paginated REPORT1 listing, the same       00038300
038400* heading/page-break convention TESTCB26 uses.                    00038400
038500*                                                                 00038500
038600 77  WS-REPORT-LINE          PIC X(132).                          00038600
038700 77  WS-LISTING-SWITCH       PIC X                                00038700
038800                             VALUE IS 'S'.                        00038800
038900     88  WS-LISTING-SELECTION VALUE IS 'S'.                       00038900
039000     88  WS-LISTING-LETTERS  VALUE IS 'L'.                        00039000
039100     88  WS-LISTING-EXCEPTIONS VALUE IS 'X'.                      00039100
039200 77  WS-RPT-PTR              PIC S9(4) COMP-5.                    00039200
039300 77  WS-RUN-DATE             PIC X(8).                            00039300
039400 77  WS-PAGE-COUNT           PIC S9(4) COMP-5                     00039400
039500                         VALUE IS ZERO.                           00039500
039600 77  WS-PAGE-NUM-DISPLAY     PIC Z(4)9.                           00039600
039700 77  WS-LINE-COUNT           PIC S9(4) COMP-5                     00039700
039800                         VALUE IS ZERO.                           00039800
039900 77  WS-LINES-PER-PAGE       PIC S9(4) COMP-5                     00039900
040000                         VALUE IS 60.                             00040000
040100 LINKAGE SECTION.                                                 00040100
040200 01  MVS-PARM.                                                    00040200
040300     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00040300
040400     05 MVS-PARM-VALUE       PIC X(32760).                        00040400
040500 77  LINKAGE-LIBVERSION      PIC X(101).                          00040500
040600 77  LINKAGE-COLUMN-TEXT     PIC X(1024).                         00040600
040700*  MVS-PARM-VALUE LENGTH IS REALLY ONLY THE NUMBER OF CHARACTERS  00040700
040800*  CONTAINED IN MVS-PARM-LENGTH. YOU NEED TO USE REFERENCE        00040800
040900*  MODIFICATION TO MAKE SURE YOU DON'T EXCEED THE ACTUAL LENGTH   00040900
041000*  PASSED TO THIS PROGRAM.                                        00041000
041100*                                                                 00041100
041200 PROCEDURE DIVISION USING MVS-PARM.                               00041200
041300 START-UP.                                                        00041300
041400     CALL SQLITE3A USING SQLITE3-LIBVERSION                       00041400
041500          RETURNING LS-LIBVERSION-POINTER                         00041500
041600     END-CALL                                                     00041600
041700     IF LS-LIBVERSION-POINTER NOT EQUAL TO NULL THEN              00041700
041800        SET ADDRESS OF LINKAGE-LIBVERSION TO                      00041800
041900            LS-LIBVERSION-POINTER                                 00041900
042000        MOVE ZERO TO LS-LIBVERSION-LENGTH                         00042000
042100        INSPECT LINKAGE-LIBVERSION                                00042100
042200                TALLYING LS-LIBVERSION-LENGTH                     00042200
042300                FOR CHARACTERS BEFORE INITIAL LOW-VALUE           00042300
042400        DISPLAY 'Sqlite version is '                              00042400
042500                LINKAGE-LIBVERSION(1:LS-LIBVERSION-LENGTH)        00042500
042600                UPON SYSOUT                                       00042600
042700     END-IF                                                       00042700
042800     CALL SQLITE3A USING SQLITE3-INITIALIZE                       00042800
042900     RETURNING LS-SQL-RC                                          00042900
043000     END-CALL                                                     00043000
043100     IF LS-SQL-RC NOT = SQLITE-OK THEN                            00043100
043200        DISPLAY 'SQLITE-INITIALIZE FAILED. RC='                   00043200
043300            LS-SQL-RC                                             00043300
043400            UPON SYSOUT                                           00043400
043500        MOVE +16 TO RETURN-CODE                                   00043500
043600        GOBACK                                                    00043600
043700     END-IF                                                       00043700
043800     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               00043800
043900     MOVE SPACES TO WS-REPORT-LINE                                00043900
044000     OPEN OUTPUT REPORT1-FD                                       00044000
044100     OPEN OUTPUT LETTERS-FD                                       00044100
044200     .                                                            00044200
044300 PARSE-PARM.                                                      00044300
044400     MOVE SPACES TO WS-PARM-DBPATH                                00044400
044500     MOVE SPACES TO WS-PARM-TABLE                                 00044500
044600     MOVE SPACES TO WS-PARM-BUSDATE                               00044600
044700     IF MVS-PARM-LENGTH IS GREATER THAN ZERO THEN                 00044700
044800        UNSTRING MVS-PARM-VALUE(1:MVS-PARM-LENGTH)                00044800
044900            DELIMITED BY ','                                      00044900
045000             INTO WS-PARM-DBPATH, WS-PARM-TABLE,                  00045000
045100                  WS-PARM-BUSDATE                                 00045100
045200        END-UNSTRING                                              00045200
045300     END-IF                                                       00045300
045400     MOVE ZERO TO WS-PARM-LEN                                     00045400
045500     INSPECT WS-PARM-DBPATH TALLYING WS-PARM-LEN                  00045500
045600             FOR CHARACTERS BEFORE INITIAL SPACE                  00045600
045700     IF WS-PARM-LEN IS GREATER THAN ZERO THEN                     00045700
045800        MOVE WS-PARM-DBPATH(1:WS-PARM-LEN) TO SQL-ZCHAR           00045800
045900        MOVE LOW-VALUES TO SQL-ZCHAR(WS-PARM-LEN + 1:1)           00045900
046000     ELSE                                                         00046000
046100        MOVE Z'/tmp/testcob4.sqlite3' TO SQL-ZCHAR                00046100
046200     END-IF                                                       00046200
046300     IF WS-PARM-TABLE IS NOT EQUAL TO SPACES THEN                 00046300
046400        MOVE WS-PARM-TABLE TO WS-TABLE-NAME                       00046400
046500     END-IF                                                       00046500
046600     MOVE ZERO TO WS-TABLE-NAME-LEN                               00046600
046700     INSPECT WS-TABLE-NAME TALLYING WS-TABLE-NAME-LEN             00046700
046800             FOR CHARACTERS BEFORE INITIAL SPACE                  00046800
046900     IF WS-PARM-BUSDATE IS NOT EQUAL TO SPACES THEN               00046900
047000        MOVE WS-PARM-BUSDATE TO WS-BUS-DATE                       00047000
047100     ELSE                                                         00047100
047200        MOVE WS-RUN-DATE TO WS-BUS-DATE                           00047200
047300     END-IF                                                       00047300
047400     IF WS-BUS-DATE IS NOT NUMERIC THEN                           00047400
047500        DISPLAY 'INVALID BUSDATE IN PARM: ' WS-BUS-DATE           00047500
047600           UPON SYSOUT                                            00047600
047700        MOVE +16 TO RETURN-CODE                                   00047700
047800        CLOSE LETTERS-FD                                          00047800
047900        CLOSE REPORT1-FD                                          00047900
048000        GOBACK                                                    00048000
048100     END-IF                                                       00048100
048200     .                                                            00048200
048300*                                                                 00048300
048400* The selection cards are all read before the data base is        00048400
048500* opened; any card in error ends the job RC=16 with nothing       00048500
048600* printed, as does a deck that selects nothing at all.            00048600
048700*                                                                 00048700
048800 READ-SELECTION-CARDS.                                            00048800
048900     PERFORM WRITE-REPORT-HEADING                                 00048900
049000     OPEN INPUT SYSIN-FILE                                        00049000
049100     MOVE 'N' TO WS-EOF-SWITCH                                    00049100
049200     PERFORM UNTIL WS-EOF OR RETURN-CODE IS EQUAL TO +16          00049200
049300        READ SYSIN-FILE                                           00049300
049400           AT END                                                 00049400
049500              MOVE 'Y' TO WS-EOF-SWITCH                           00049500
049600           NOT AT END                                             00049600
049700              PERFORM PROCESS-SELECTION-CARD                      00049700
049800        END-READ                                                  00049800
049900     END-PERFORM                                                  00049900
050000     CLOSE SYSIN-FILE                                             00050000
050100     IF RETURN-CODE IS NOT EQUAL TO +16 AND                       00050100
050200        WS-CARD-COUNT IS EQUAL TO ZERO THEN                       00050200
050300        DISPLAY 'NO EVERY=, OVER= OR SAMPLE= CARD IN SYSIN'       00050300
050400           UPON SYSOUT                                            00050400
050500        MOVE 'NO EVERY=, OVER= OR SAMPLE= CARD IN SYSIN'          00050500
050600           TO WS-REPORT-LINE                                      00050600
050700        PERFORM WRITE-REPORT-LINE-OUT                             00050700
050800        MOVE +16 TO RETURN-CODE                                   00050800
050900     END-IF                                                       00050900
051000     IF RETURN-CODE IS EQUAL TO +16 THEN                          00051000
051100        CLOSE LETTERS-FD                                          00051100
051200        CLOSE REPORT1-FD                                          00051200
051300        GOBACK                                                    00051300
051400     END-IF                                                       00051400
051500     IF WS-SAMPLE-SIZE IS GREATER THAN ZERO AND                   00051500
051600        NOT WS-SEED-GIVEN THEN                                    00051600
051700        MOVE FUNCTION CURRENT-DATE(9:8) TO WS-CLOCK-TIME          00051700
051800        MOVE WS-CLOCK-TIME TO WS-SEED                             00051800
051900        IF WS-SEED IS EQUAL TO ZERO THEN                          00051900
052000           MOVE 1 TO WS-SEED                                      00052000
052100        END-IF                                                    00052100
052200     END-IF                                                       00052200
052300     MOVE WS-SEED TO WS-FIRST-SEED                                00052300
052400     .                                                            00052400
052500 INITIALIZE-SQLITE.                                               00052500
052600     MOVE SQLITE-OPEN-READONLY TO LS-OPEN-FLAGS                   00052600
052700     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00052700
052800         BY REFERENCE SQL-ZCHAR                                   00052800
052900         BY REFERENCE LS-DB                                       00052900
053000         BY VALUE LS-OPEN-FLAGS                                   00053000
053100         BY VALUE LS-NULL                                         00053100
053200         RETURNING LS-SQL-RC                                      00053200
053300     END-CALL                                                     00053300
053400     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00053400
053500        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00053500
053600        DISPLAY 'SQLITE3-OPEN FAILED. RC='                        00053600
053700           LS-SQL-RC UPON SYSOUT                                  00053700
053800        PERFORM DISPLAY-SQL-ERROR                                 00053800
053900        MOVE +16 TO RETURN-CODE                                   00053900
054000        CLOSE LETTERS-FD                                          00054000
054100        CLOSE REPORT1-FD                                          00054100
054200        GOBACK                                                    00054200
054300     END-IF                                                       00054300
054400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00054400
054500         BY VALUE LS-DB                                           00054500
054600         BY VALUE LS-BUSY-TIMEOUT-MS                              00054600
054700         RETURNING LS-SQL-RC                                      00054700
054800     END-CALL                                                     00054800
054900     .                                                            00054900
055000*                                                                 00055000
055100* CONF_ROW holds the customers on file at the close of the        00055100
055200* business date with the AMOUNT to confirm, numbered in LOAD-ID   00055200
055300* order; CONF_EXCEPTION holds the selected customers that could   00055300
055400* not be written to. Both are TEMP tables on this read-only       00055400
055500* connection.                                                     00055500
055600*                                                                 00055600
055700 CREATE-WORK-TABLES.                                              00055700
055800     MOVE 1 TO WS-SQL-PTR                                         00055800
055900     STRING 'CREATE TEMP TABLE CONF_ROW (' DELIMITED BY SIZE      00055900
056000         'SEQ INTEGER PRIMARY KEY, ID INTEGER, '                  00056000
056100         DELIMITED BY SIZE                                        00056100
056200         'NAME TEXT, CENTS INTEGER)' DELIMITED BY SIZE            00056200
056300         INTO SQL-ZCHAR                                           00056300
056400         WITH POINTER WS-SQL-PTR                                  00056400
056500     END-STRING                                                   00056500
056600     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00056600
056700     MOVE 'CREATE CONF_ROW' TO WS-PREP-LABEL                      00056700
056800     PERFORM EXECUTE-ONE-STATEMENT                                00056800
056900     MOVE 1 TO WS-SQL-PTR                                         00056900
057000     STRING 'CREATE TEMP TABLE CONF_EXCEPTION (' DELIMITED BY SIZE00057000
057100         'ID INTEGER, NAME TEXT, CENTS INTEGER, '                 00057100
057200         DELIMITED BY SIZE                                        00057200
057300         'SELECTED_BY TEXT, REASON TEXT)' DELIMITED BY SIZE       00057300
057400         INTO SQL-ZCHAR                                           00057400
057500         WITH POINTER WS-SQL-PTR                                  00057500
057600     END-STRING                                                   00057600
057700     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00057700
057800     MOVE 'CREATE CONF_EXCEPT' TO WS-PREP-LABEL                   00057800
057900     PERFORM EXECUTE-ONE-STATEMENT                                00057900
058000     .                                                            00058000
058100*                                                                 00058100
058200* The close of the business date: 00:00 of the next BUSINESS      00058200
058300* day, as TESTCB25 counts it, or of the next calendar day.        00058300
058400*                                                                 00058400
058500 SET-CLOSE-TIME.                                                  00058500
058600     MOVE WS-BUS-DATE TO WS-CEESECS-IN-STR                        00058600
058700     CALL 'CEESECS' USING WS-CEESECS-INPUT,                       00058700
058800          WS-DATE-PICTURE, LS-CLOSE-SECS, LE-FC                   00058800
058900     COMPUTE LS-CLOSE-SECS = LS-CLOSE-SECS + WS-ONE-DAY-SECS      00058900
059000     MOVE 1 TO WS-SQL-PTR                                         00059000
059100     STRING 'SELECT MIN(CAL_DATE) FROM BUSINESS_CALENDAR '        00059100
059200         DELIMITED BY SIZE                                        00059200
059300         'WHERE CAL_DATE > ? AND DAY_TYPE = '                     00059300
059400         DELIMITED BY SIZE                                        00059400
059500         '''BUSINESS''' DELIMITED BY SIZE                         00059500
059600         INTO SQL-ZCHAR                                           00059600
059700         WITH POINTER WS-SQL-PTR                                  00059700
059800     END-STRING                                                   00059800
059900     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00059900
060000     PERFORM PREPARE-SOFT-STATEMENT                               00060000
060100     IF WS-PREP-OK THEN                                           00060100
060200        SET LS-WORK-STMT TO LS-PREPARED-STMT                      00060200
060300        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00060300
060400            BY VALUE LS-WORK-STMT                                 00060400
060500            BY VALUE LS-ONE                                       00060500
060600            BY REFERENCE WS-BUS-DATE                              00060600
060700            BY VALUE 8                                            00060700
060800            BY VALUE SQLITE-TRANSIENT                             00060800
060900            RETURNING LS-SQL-RC                                   00060900
061000        END-CALL                                                  00061000
061100        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00061100
061200            BY VALUE LS-WORK-STMT                                 00061200
061300            RETURNING LS-SQL-RC                                   00061300
061400        END-CALL                                                  00061400
061500        IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                  00061500
061600           MOVE +0 TO LS-COLUMN-NUMBER                            00061600
061700           PERFORM GET-COLUMN-TEXT                                00061700
061800           MOVE WS-COL-VALUE(1:8) TO WS-NEXT-BUS-DATE             00061800
061900        END-IF                                                    00061900
062000        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00062000
062100            BY VALUE LS-WORK-STMT                                 00062100
062200            RETURNING LS-SQL-RC                                   00062200
062300        END-CALL                                                  00062300
062400     END-IF                                                       00062400
062500     IF WS-NEXT-BUS-DATE IS NOT EQUAL TO SPACES THEN              00062500
062600        MOVE WS-NEXT-BUS-DATE TO WS-CEESECS-IN-STR                00062600
062700        CALL 'CEESECS' USING WS-CEESECS-INPUT,                    00062700
062800             WS-DATE-PICTURE, LS-CLOSE-SECS, LE-FC                00062800
062900        MOVE 1 TO WS-RPT-PTR                                      00062900
063000        STRING 'AMOUNTS AS AT THE CLOSE OF BUSINESS BEFORE '      00063000
063100            DELIMITED BY SIZE                                     00063100
063200            WS-NEXT-BUS-DATE DELIMITED BY SIZE                    00063200
063300            INTO WS-REPORT-LINE                                   00063300
063400            WITH POINTER WS-RPT-PTR                               00063400
063500        END-STRING                                                00063500
063600        PERFORM WRITE-REPORT-LINE-OUT                             00063600
063700     END-IF                                                       00063700
063800     CALL SQLITE3A USING                                          00063800
063900         BY REFERENCE CONVERT-HFP-TO-BFP                          00063900
064000         BY VALUE LS-CLOSE-SECS                                   00064000
064100         BY REFERENCE LS-CLOSE-BFP                                00064100
064200     END-CALL                                                     00064200
064300     .                                                            00064300
064400*                                                                 00064400
064500* Only when something was audited against the table after the     00064500
064600* close does each customer need its trail looked at. The same     00064600
064700* AUDIT_LOG check tells whether ERASURE rows can be looked for.   00064700
064800*                                                                 00064800
064900 CHECK-LATER-ACTIVITY.                                            00064900
065000     MOVE 1 TO WS-SQL-PTR                                         00065000
065100     STRING 'SELECT COUNT(*) FROM AUDIT_LOG ' DELIMITED BY SIZE   00065100
065200         'WHERE TABLE_NAME = ? AND LOG_TIME >= ?'                 00065200
065300         DELIMITED BY SIZE                                        00065300
065400         INTO SQL-ZCHAR                                           00065400
065500         WITH POINTER WS-SQL-PTR                                  00065500
065600     END-STRING                                                   00065600
065700     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00065700
065800     PERFORM PREPARE-SOFT-STATEMENT                               00065800
065900     IF WS-PREP-OK THEN                                           00065900
066000        MOVE 'Y' TO WS-ERASED-SWITCH                              00066000
066100        SET LS-WORK-STMT TO LS-PREPARED-STMT                      00066100
066200        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00066200
066300            BY VALUE LS-WORK-STMT                                 00066300
066400            BY VALUE LS-ONE                                       00066400
066500            BY REFERENCE WS-TABLE-NAME                            00066500
066600            BY VALUE 30                                           00066600
066700            BY VALUE SQLITE-TRANSIENT                             00066700
066800            RETURNING LS-SQL-RC                                   00066800
066900        END-CALL                                                  00066900
067000        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE      00067000
067100            BY VALUE LS-WORK-STMT                                 00067100
067200            BY VALUE LS-TWO                                       00067200
067300            BY VALUE LS-CLOSE-BFP                                 00067300
067400            RETURNING LS-SQL-RC                                   00067400
067500        END-CALL                                                  00067500
067600        MOVE ZERO TO WS-LATER-COUNT                               00067600
067700        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00067700
067800            BY VALUE LS-WORK-STMT                                 00067800
067900            RETURNING LS-SQL-RC                                   00067900
068000        END-CALL                                                  00068000
068100        IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                  00068100
068200           MOVE +0 TO LS-COLUMN-NUMBER                            00068200
068300           CALL SQLITE3A USING                                    00068300
068400               BY REFERENCE SQLITE3-COLUMN-INT                    00068400
068500               BY VALUE LS-WORK-STMT                              00068500
068600               BY VALUE LS-COLUMN-NUMBER                          00068600
068700               RETURNING WS-LATER-COUNT                           00068700
068800           END-CALL                                               00068800
068900        END-IF                                                    00068900
069000        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00069000
069100            BY VALUE LS-WORK-STMT                                 00069100
069200            RETURNING LS-SQL-RC                                   00069200
069300        END-CALL                                                  00069300
069400        IF WS-LATER-COUNT IS GREATER THAN ZERO THEN               00069400
069500           MOVE 'Y' TO WS-LATER-SWITCH                            00069500
069600        END-IF                                                    00069600
069700     END-IF                                                       00069700
069800     .                                                            00069800
069900 PREPARE-STATEMENTS.                                              00069900
070000     MOVE 1 TO WS-SQL-PTR                                         00070000
070100     STRING 'INSERT INTO CONF_ROW(SEQ,ID,NAME,CENTS) '            00070100
070200         DELIMITED BY SIZE                                        00070200
070300         'VALUES(?,?,?,?)' DELIMITED BY SIZE                      00070300
070400         INTO SQL-ZCHAR                                           00070400
070500         WITH POINTER WS-SQL-PTR                                  00070500
070600     END-STRING                                                   00070600
070700     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00070700
070800     MOVE 'CONF_ROW INSERT' TO WS-PREP-LABEL                      00070800
070900     PERFORM PREPARE-ONE-STATEMENT                                00070900
071000     SET LS-STAGE-STMT TO LS-PREPARED-STMT                        00071000
071100     MOVE 1 TO WS-SQL-PTR                                         00071100
071200     STRING 'INSERT INTO CONF_EXCEPTION(ID,NAME,CENTS,'           00071200
071300         DELIMITED BY SIZE                                        00071300
071400         'SELECTED_BY,REASON) VALUES(?,?,?,?,?)'                  00071400
071500         DELIMITED BY SIZE                                        00071500
071600         INTO SQL-ZCHAR                                           00071600
071700         WITH POINTER WS-SQL-PTR                                  00071700
071800     END-STRING                                                   00071800
071900     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00071900
072000     MOVE 'EXCEPTION INSERT' TO WS-PREP-LABEL                     00072000
072100     PERFORM PREPARE-ONE-STATEMENT                                00072100
072200     SET LS-EXCEPT-STMT TO LS-PREPARED-STMT                       00072200
072300     IF WS-LATER-ACTIVITY THEN                                    00072300
072400        MOVE 1 TO WS-SQL-PTR                                      00072400
072500        STRING 'SELECT OPERATION,BEFORE_VALUE FROM AUDIT_LOG '    00072500
072600            DELIMITED BY SIZE                                     00072600
072700            'WHERE TABLE_NAME = ? AND LOG_TIME >= ? AND '         00072700
072800            DELIMITED BY SIZE                                     00072800
072900            'RTRIM(OPERATION) IN '                                00072900
073000            DELIMITED BY SIZE                                     00073000
073100            '(''INSERT'',''UPDATE'',''DELETE'') AND '             00073100
073200            DELIMITED BY SIZE                                     00073200
073300            '(SUBSTR(BEFORE_VALUE,1,12) = ? OR '                  00073300
073400            DELIMITED BY SIZE                                     00073400
073500            'SUBSTR(AFTER_VALUE,1,12) = ?) '                      00073500
073600            DELIMITED BY SIZE                                     00073600
073700            'ORDER BY LOG_TIME, ROWID LIMIT 1'                    00073700
073800            DELIMITED BY SIZE                                     00073800
073900            INTO SQL-ZCHAR                                        00073900
074000            WITH POINTER WS-SQL-PTR                               00074000
074100        END-STRING                                                00074100
074200        MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                00074200
074300        MOVE 'LATER CHANGE SELECT' TO WS-PREP-LABEL               00074300
074400        PERFORM PREPARE-ONE-STATEMENT                             00074400
074500        SET LS-LATER-STMT TO LS-PREPARED-STMT                     00074500
074600     END-IF                                                       00074600
074700     IF WS-HAVE-AUDIT-LOG THEN                                    00074700
074800        MOVE 1 TO WS-SQL-PTR                                      00074800
074900        STRING 'SELECT COUNT(*) FROM AUDIT_LOG ' DELIMITED BY SIZE00074900
075000            'WHERE TABLE_NAME = ? AND '                           00075000
075100            DELIMITED BY SIZE                                     00075100
075200            'RTRIM(OPERATION) = ''ERASURE'' AND '                 00075200
075300            DELIMITED BY SIZE                                     00075300
075400            'SUBSTR(BEFORE_VALUE,1,12) = ?'                       00075400
075500            DELIMITED BY SIZE                                     00075500
075600            INTO SQL-ZCHAR                                        00075600
075700            WITH POINTER WS-SQL-PTR                               00075700
075800        END-STRING                                                00075800
075900        MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                00075900
076000        MOVE 'ERASURE SELECT' TO WS-PREP-LABEL                    00076000
076100        PERFORM PREPARE-ONE-STATEMENT                             00076100
076200        SET LS-ERASED-STMT TO LS-PREPARED-STMT                    00076200
076300     END-IF                                                       00076300
076400     MOVE 1 TO WS-SQL-PTR                                         00076400
076500     STRING 'SELECT ADDRESS FROM main.' DELIMITED BY SIZE         00076500
076600         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00076600
076700         '_CONTACT WHERE PARENT_ID = ? ' DELIMITED BY SIZE        00076700
076800         'ORDER BY ROWID LIMIT 1' DELIMITED BY SIZE               00076800
076900         INTO SQL-ZCHAR                                           00076900
077000         WITH POINTER WS-SQL-PTR                                  00077000
077100     END-STRING                                                   00077100
077200     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00077200
077300     PERFORM PREPARE-SOFT-STATEMENT                               00077300
077400     IF WS-PREP-OK THEN                                           00077400
077500        SET LS-CONTACT-STMT TO LS-PREPARED-STMT                   00077500
077600        MOVE 'Y' TO WS-CONTACT-SWITCH                             00077600
077700     ELSE                                                         00077700
077800        DISPLAY 'NO ' WS-TABLE-NAME(1:WS-TABLE-NAME-LEN)          00077800
077900           '_CONTACT TABLE - NO ADDRESSES AVAILABLE'              00077900
078000           UPON SYSOUT                                            00078000
078100     END-IF                                                       00078100
078200     .                                                            00078200
078300*                                                                 00078300
078400* Pass one: every customer on file at the close, with the         00078400
078500* AMOUNT it had then, into CONF_ROW.                              00078500
078600*                                                                 00078600
078700 LOAD-POPULATION.                                                 00078700
078800     MOVE 1 TO WS-SQL-PTR                                         00078800
078900     STRING 'SELECT ID,NAME,AMOUNT FROM main.' DELIMITED BY SIZE  00078900
079000         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00079000
079100         ' ORDER BY ID' DELIMITED BY SIZE                         00079100
079200         INTO SQL-ZCHAR                                           00079200
079300         WITH POINTER WS-SQL-PTR                                  00079300
079400     END-STRING                                                   00079400
079500     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00079500
079600     MOVE 'TABLE SELECT' TO WS-PREP-LABEL                         00079600
079700     PERFORM PREPARE-ONE-STATEMENT                                00079700
079800     SET LS-ROW-STMT TO LS-PREPARED-STMT                          00079800
079900     MOVE +0 TO LS-SQL-RC                                         00079900
080000     PERFORM UNTIL LS-SQL-RC IS NOT EQUAL TO ZERO                 00080000
080100       CALL SQLITE3A USING                                        00080100
080200           BY REFERENCE SQLITE3-STEP                              00080200
080300           BY VALUE LS-ROW-STMT                                   00080300
080400           RETURNING LS-SQL-RC                                    00080400
080500       END-CALL                                                   00080500
080600       EVALUATE LS-SQL-RC                                         00080600
080700       WHEN SQLITE-ROW                                            00080700
080800            ADD 1 TO WS-ROWS-READ                                 00080800
080900            PERFORM LOAD-ONE-ROW                                  00080900
081000               THRU LOAD-ONE-ROW-EXIT                             00081000
081100            IF RETURN-CODE IS EQUAL TO +16 THEN                   00081100
081200               MOVE -2 TO LS-SQL-RC                               00081200
081300            ELSE                                                  00081300
081400               MOVE +0 TO LS-SQL-RC                               00081400
081500            END-IF                                                00081500
081600       WHEN SQLITE-DONE                                           00081600
081700            MOVE +4 TO LS-SQL-RC                                  00081700
081800       WHEN OTHER                                                 00081800
081900            DISPLAY 'TABLE SELECT STEP FAILED. RC='               00081900
082000               LS-SQL-RC UPON SYSOUT                              00082000
082100            PERFORM DISPLAY-SQL-ERROR                             00082100
082200            MOVE +16 TO RETURN-CODE                               00082200
082300            MOVE -2 TO LS-SQL-RC                                  00082300
082400       END-EVALUATE                                               00082400
082500     END-PERFORM                                                  00082500
082600     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00082600
082700         BY VALUE LS-ROW-STMT                                     00082700
082800         RETURNING LS-SQL-RC                                      00082800
082900     END-CALL                                                     00082900
083000     IF RETURN-CODE IS EQUAL TO +16 THEN                          00083000
083100        GO TO SHUTDOWN                                            00083100
083200     END-IF                                                       00083200
083300     .                                                            00083300
083400*                                                                 00083400
083500* Echo the selection onto the control listing, then start the     00083500
083600* letters proper on a fresh page.                                 00083600
083700*                                                                 00083700
083800 PRINT-SELECTION.                                                 00083800
083900     IF WS-EVERY-N IS GREATER THAN ZERO THEN                      00083900
084000        MOVE WS-EVERY-N TO WS-COUNT-DISPLAY                       00084000
084100        STRING 'SELECT EVERY          : ' DELIMITED BY SIZE       00084100
084200            WS-COUNT-DISPLAY DELIMITED BY SIZE                    00084200
084300            'TH CUSTOMER' DELIMITED BY SIZE                       00084300
084400            INTO WS-REPORT-LINE                                   00084400
084500        END-STRING                                                00084500
084600        PERFORM WRITE-REPORT-LINE-OUT                             00084600
084700     END-IF                                                       00084700
084800     IF WS-OVER-GIVEN THEN                                        00084800
084900        MOVE WS-OVER-AMOUNT TO WS-TOTAL-DISPLAY                   00084900
085000        STRING 'SELECT AMOUNT OVER    : ' DELIMITED BY SIZE       00085000
085100            WS-TOTAL-DISPLAY DELIMITED BY SIZE                    00085100
085200            INTO WS-REPORT-LINE                                   00085200
085300        END-STRING                                                00085300
085400        PERFORM WRITE-REPORT-LINE-OUT                             00085400
085500     END-IF                                                       00085500
085600     IF WS-SAMPLE-SIZE IS GREATER THAN ZERO THEN                  00085600
085700        MOVE WS-SAMPLE-SIZE TO WS-COUNT-DISPLAY                   00085700
085800        MOVE WS-FIRST-SEED TO WS-SEED-DISPLAY                     00085800
085900        STRING 'SELECT RANDOM SAMPLE  : ' DELIMITED BY SIZE       00085900
086000            WS-COUNT-DISPLAY DELIMITED BY SIZE                    00086000
086100            ' CUSTOMERS, SEED ' DELIMITED BY SIZE                 00086100
086200            WS-SEED-DISPLAY DELIMITED BY SIZE                     00086200
086300            INTO WS-REPORT-LINE                                   00086300
086400        END-STRING                                                00086400
086500        DISPLAY WS-REPORT-LINE(1:80) UPON SYSOUT                  00086500
086600        PERFORM WRITE-REPORT-LINE-OUT                             00086600
086700     END-IF                                                       00086700
086800     MOVE WS-ROWS-ELIGIBLE TO WS-COUNT-DISPLAY                    00086800
086900     STRING 'CUSTOMERS ON FILE     : ' DELIMITED BY SIZE          00086900
087000         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00087000
087100         INTO WS-REPORT-LINE                                      00087100
087200     END-STRING                                                   00087200
087300     PERFORM WRITE-REPORT-LINE-OUT                                00087300
087400     SET WS-LISTING-LETTERS TO TRUE                               00087400
087500     PERFORM WRITE-REPORT-HEADING                                 00087500
087600     .                                                            00087600
087700*                                                                 00087700
087800* Pass two: walk CONF_ROW in LOAD-ID order, every customer        00087800
087900* drawn against the sample whether or not another card has        00087900
088000* already picked it, so a given seed always gives one sample.     00088000
088100*                                                                 00088100
088200 SELECT-CUSTOMERS.                                                00088200
088300     MOVE WS-SAMPLE-SIZE TO WS-SAMPLE-NEEDED                      00088300
088400     MOVE WS-ROWS-ELIGIBLE TO WS-SAMPLE-TO-SEE                    00088400
088500     MOVE Z'SELECT SEQ,ID,NAME,CENTS FROM CONF_ROW ORDER BY SEQ'  00088500
088600        TO SQL-ZCHAR                                              00088600
088700     MOVE 'CONF_ROW SELECT' TO WS-PREP-LABEL                      00088700
088800     PERFORM PREPARE-ONE-STATEMENT                                00088800
088900     SET LS-ROW-STMT TO LS-PREPARED-STMT                          00088900
089000     MOVE +0 TO LS-SQL-RC                                         00089000
089100     PERFORM UNTIL LS-SQL-RC IS NOT EQUAL TO ZERO                 00089100
089200       CALL SQLITE3A USING                                        00089200
089300           BY REFERENCE SQLITE3-STEP                              00089300
089400           BY VALUE LS-ROW-STMT                                   00089400
089500           RETURNING LS-SQL-RC                                    00089500
089600       END-CALL                                                   00089600
089700       EVALUATE LS-SQL-RC                                         00089700
089800       WHEN SQLITE-ROW                                            00089800
089900            PERFORM CONSIDER-ONE-ROW                              00089900
090000               THRU CONSIDER-ONE-ROW-EXIT                         00090000
090100            IF RETURN-CODE IS EQUAL TO +16 THEN                   00090100
090200               MOVE -2 TO LS-SQL-RC                               00090200
090300            ELSE                                                  00090300
090400               MOVE +0 TO LS-SQL-RC                               00090400
090500            END-IF                                                00090500
090600       WHEN SQLITE-DONE                                           00090600
090700            MOVE +4 TO LS-SQL-RC                                  00090700
090800       WHEN OTHER                                                 00090800
090900            DISPLAY 'CONF_ROW SELECT STEP FAILED. RC='            00090900
091000               LS-SQL-RC UPON SYSOUT                              00091000
091100            PERFORM DISPLAY-SQL-ERROR                             00091100
091200            MOVE +16 TO RETURN-CODE                               00091200
091300            MOVE -2 TO LS-SQL-RC                                  00091300
091400       END-EVALUATE                                               00091400
091500     END-PERFORM                                                  00091500
091600     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00091600
091700         BY VALUE LS-ROW-STMT                                     00091700
091800         RETURNING LS-SQL-RC                                      00091800
091900     END-CALL                                                     00091900
092000     IF RETURN-CODE IS EQUAL TO +16 THEN                          00092000
092100        GO TO SHUTDOWN                                            00092100
092200     END-IF                                                       00092200
092300     .                                                            00092300
092400*                                                                 00092400
092500* The exception list, on its own page after the letters.          00092500
092600*                                                                 00092600
092700 LIST-EXCEPTIONS.                                                 00092700
092800     IF WS-EXCEPT-COUNT IS EQUAL TO ZERO THEN                     00092800
092900        GO TO PRINT-SUMMARY                                       00092900
093000     END-IF                                                       00093000
093100     SET WS-LISTING-EXCEPTIONS TO TRUE                            00093100
093200     PERFORM WRITE-REPORT-HEADING                                 00093200
093300     MOVE 1 TO WS-SQL-PTR                                         00093300
093400     STRING 'SELECT ID,NAME,CENTS,SELECTED_BY,REASON '            00093400
093500         DELIMITED BY SIZE                                        00093500
093600         'FROM CONF_EXCEPTION ORDER BY ROWID' DELIMITED BY SIZE   00093600
093700         INTO SQL-ZCHAR                                           00093700
093800         WITH POINTER WS-SQL-PTR                                  00093800
093900     END-STRING                                                   00093900
094000     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00094000
094100     MOVE 'EXCEPTION SELECT' TO WS-PREP-LABEL                     00094100
094200     PERFORM PREPARE-ONE-STATEMENT                                00094200
094300     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00094300
094400     MOVE +0 TO LS-SQL-RC                                         00094400
094500     PERFORM UNTIL LS-SQL-RC IS NOT EQUAL TO ZERO                 00094500
094600       CALL SQLITE3A USING                                        00094600
094700           BY REFERENCE SQLITE3-STEP                              00094700
094800           BY VALUE LS-WORK-STMT                                  00094800
094900           RETURNING LS-SQL-RC                                    00094900
095000       END-CALL                                                   00095000
095100       EVALUATE LS-SQL-RC                                         00095100
095200       WHEN SQLITE-ROW                                            00095200
095300            PERFORM LIST-ONE-EXCEPTION                            00095300
095400            MOVE +0 TO LS-SQL-RC                                  00095400
095500       WHEN SQLITE-DONE                                           00095500
095600            MOVE +4 TO LS-SQL-RC                                  00095600
095700       WHEN OTHER                                                 00095700
095800            DISPLAY 'EXCEPTION SELECT STEP FAILED. RC='           00095800
095900               LS-SQL-RC UPON SYSOUT                              00095900
096000            PERFORM DISPLAY-SQL-ERROR                             00096000
096100            MOVE +16 TO RETURN-CODE                               00096100
096200            MOVE -2 TO LS-SQL-RC                                  00096200
096300       END-EVALUATE                                               00096300
096400     END-PERFORM                                                  00096400
096500     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00096500
096600         BY VALUE LS-WORK-STMT                                    00096600
096700         RETURNING LS-SQL-RC                                      00096700
096800     END-CALL                                                     00096800
096900     IF RETURN-CODE IS LESS THAN +4 THEN                          00096900
097000        MOVE +4 TO RETURN-CODE                                    00097000
097100     END-IF                                                       00097100
097200     .                                                            00097200
097300 PRINT-SUMMARY.                                                   00097300
097400     MOVE SPACES TO WS-REPORT-LINE                                00097400
097500     PERFORM WRITE-REPORT-LINE-OUT                                00097500
097600     MOVE WS-ROWS-READ TO WS-COUNT-DISPLAY                        00097600
097700     STRING 'ROWS READ          : ' DELIMITED BY SIZE             00097700
097800         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00097800
097900         INTO WS-REPORT-LINE                                      00097900
098000     END-STRING                                                   00098000
098100     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00098100
098200     PERFORM WRITE-REPORT-LINE-OUT                                00098200
098300     MOVE WS-ROWS-LATER TO WS-COUNT-DISPLAY                       00098300
098400     STRING 'ADDED AFTER CLOSE  : ' DELIMITED BY SIZE             00098400
098500         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00098500
098600         INTO WS-REPORT-LINE                                      00098600
098700     END-STRING                                                   00098700
098800     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00098800
098900     PERFORM WRITE-REPORT-LINE-OUT                                00098900
099000     MOVE WS-ROWS-ELIGIBLE TO WS-COUNT-DISPLAY                    00099000
099100     STRING 'CUSTOMERS ON FILE  : ' DELIMITED BY SIZE             00099100
099200         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00099200
099300         INTO WS-REPORT-LINE                                      00099300
099400     END-STRING                                                   00099400
099500     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00099500
099600     PERFORM WRITE-REPORT-LINE-OUT                                00099600
099700     MOVE WS-SELECTED-COUNT TO WS-COUNT-DISPLAY                   00099700
099800     STRING 'CUSTOMERS SELECTED : ' DELIMITED BY SIZE             00099800
099900         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00099900
100000         INTO WS-REPORT-LINE                                      00100000
100100     END-STRING                                                   00100100
100200     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00100200
100300     PERFORM WRITE-REPORT-LINE-OUT                                00100300
100400     MOVE WS-LETTER-COUNT TO WS-COUNT-DISPLAY                     00100400
100500     STRING 'LETTERS PRINTED    : ' DELIMITED BY SIZE             00100500
100600         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00100600
100700         INTO WS-REPORT-LINE                                      00100700
100800     END-STRING                                                   00100800
100900     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00100900
101000     PERFORM WRITE-REPORT-LINE-OUT                                00101000
101100     MOVE WS-EXCEPT-COUNT TO WS-COUNT-DISPLAY                     00101100
101200     STRING 'EXCEPTIONS         : ' DELIMITED BY SIZE             00101200
101300         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00101300
101400         INTO WS-REPORT-LINE                                      00101400
101500     END-STRING                                                   00101500
101600     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00101600
101700     PERFORM WRITE-REPORT-LINE-OUT                                00101700
101800     MOVE WS-LETTER-TOTAL TO WS-TOTAL-DISPLAY                     00101800
101900     STRING 'AMOUNT CONFIRMED   : ' DELIMITED BY SIZE             00101900
102000         WS-TOTAL-DISPLAY DELIMITED BY SIZE                       00102000
102100         INTO WS-REPORT-LINE                                      00102100
102200     END-STRING                                                   00102200
102300     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00102300
102400     PERFORM WRITE-REPORT-LINE-OUT                                00102400
102500     .                                                            00102500
102600 SHUTDOWN.                                                        00102600
102700     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00102700
102800         BY VALUE LS-STAGE-STMT                                   00102800
102900         RETURNING LS-SQL-RC                                      00102900
103000     END-CALL                                                     00103000
103100     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00103100
103200         BY VALUE LS-EXCEPT-STMT                                  00103200
103300         RETURNING LS-SQL-RC                                      00103300
103400     END-CALL                                                     00103400
103500     IF WS-LATER-ACTIVITY THEN                                    00103500
103600        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00103600
103700            BY VALUE LS-LATER-STMT                                00103700
103800            RETURNING LS-SQL-RC                                   00103800
103900        END-CALL                                                  00103900
104000     END-IF                                                       00104000
104100     IF WS-HAVE-AUDIT-LOG THEN                                    00104100
104200        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00104200
104300            BY VALUE LS-ERASED-STMT                               00104300
104400            RETURNING LS-SQL-RC                                   00104400
104500        END-CALL                                                  00104500
104600     END-IF                                                       00104600
104700     IF WS-HAVE-CONTACTS THEN                                     00104700
104800        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00104800
104900            BY VALUE LS-CONTACT-STMT                              00104900
105000            RETURNING LS-SQL-RC                                   00105000
105100        END-CALL                                                  00105100
105200     END-IF                                                       00105200
105300     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00105300
105400         BY VALUE LS-DB                                           00105400
105500         RETURNING LS-SQL-RC                                      00105500
105600     END-CALL                                                     00105600
105700     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         00105700
105800         RETURNING LS-SQL-RC                                      00105800
105900     END-CALL                                                     00105900
106000     CLOSE LETTERS-FD                                             00106000
106100     CLOSE REPORT1-FD                                             00106100
106200     GOBACK                                                       00106200
106300     .                                                            00106300
106400*                                                                 00106400
106500* One selection card. A later card of the same kind replaces      00106500
106600* an earlier one.                                                 00106600
106700*                                                                 00106700
106800 PROCESS-SELECTION-CARD.                                          00106800
106900     IF SYSIN-RECORD(1:1) IS EQUAL TO '*' OR                      00106900
107000        SYSIN-RECORD IS EQUAL TO SPACES THEN                      00107000
107100        CONTINUE                                                  00107100
107200     ELSE                                                         00107200
107300        ADD 1 TO WS-CARD-COUNT                                    00107300
107400        MOVE SPACES TO WS-CARD-KEYWORD                            00107400
107500        MOVE SPACES TO WS-CARD-VALUE                              00107500
107600        UNSTRING SYSIN-RECORD                                     00107600
107700            DELIMITED BY '='                                      00107700
107800             INTO WS-CARD-KEYWORD, WS-CARD-VALUE                  00107800
107900        END-UNSTRING                                              00107900
108000        MOVE SPACES TO WS-CARD-FIRST                              00108000
108100        MOVE SPACES TO WS-CARD-SECOND                             00108100
108200        UNSTRING WS-CARD-VALUE                                    00108200
108300            DELIMITED BY ',' OR SPACE                             00108300
108400             INTO WS-CARD-FIRST, WS-CARD-SECOND                   00108400
108500        END-UNSTRING                                              00108500
108600        MOVE SPACES TO WS-CARD-ERROR                              00108600
108700        EVALUATE WS-CARD-KEYWORD                                  00108700
108800        WHEN 'EVERY'                                              00108800
108900             MOVE WS-CARD-FIRST TO WS-CARD-NUM-TEXT               00108900
109000             PERFORM CHECK-CARD-NUMBER                            00109000
109100             IF WS-CARD-NUM-OK AND                                00109100
109200                WS-CARD-NUMBER IS GREATER THAN ZERO AND           00109200
109300                WS-CARD-NUM-LEN IS LESS THAN 10 AND               00109300
109400                WS-CARD-SECOND IS EQUAL TO SPACES THEN            00109400
109500                MOVE WS-CARD-NUMBER TO WS-EVERY-N                 00109500
109600             ELSE                                                 00109600
109700                MOVE 'EVERY= MUST BE A WHOLE NUMBER OVER ZERO'    00109700
109800                   TO WS-CARD-ERROR                               00109800
109900             END-IF                                               00109900
110000        WHEN 'OVER'                                               00110000
110100             MOVE SPACES TO WS-CARD-NUM-TEXT                      00110100
110200             MOVE SPACES TO WS-CARD-SECOND                        00110200
110300             UNSTRING WS-CARD-FIRST                               00110300
110400                 DELIMITED BY '.'                                 00110400
110500                  INTO WS-CARD-NUM-TEXT, WS-CARD-SECOND           00110500
110600             END-UNSTRING                                         00110600
110700             PERFORM CHECK-CARD-NUMBER                            00110700
110800             IF WS-CARD-NUM-OK AND                                00110800
110900                WS-CARD-NUM-LEN IS LESS THAN 8 AND                00110900
111000                WS-CARD-SECOND(3:) IS EQUAL TO SPACES AND         00111000
111100                (WS-CARD-SECOND IS EQUAL TO SPACES OR             00111100
111200                 WS-CARD-SECOND(1:1) IS NUMERIC) AND              00111200
111300                (WS-CARD-SECOND(2:1) IS EQUAL TO SPACE OR         00111300
111400                 WS-CARD-SECOND(2:1) IS NUMERIC) THEN             00111400
111500                COMPUTE WS-OVER-AMOUNT =                          00111500
111600                        FUNCTION NUMVAL(WS-CARD-FIRST)            00111600
111700                MOVE 'Y' TO WS-OVER-SWITCH                        00111700
111800             ELSE                                                 00111800
111900                MOVE 'OVER= MUST BE AN AMOUNT SUCH AS 25000.00'   00111900
112000                   TO WS-CARD-ERROR                               00112000
112100             END-IF                                               00112100
112200        WHEN 'SAMPLE'                                             00112200
112300             MOVE WS-CARD-FIRST TO WS-CARD-NUM-TEXT               00112300
112400             PERFORM CHECK-CARD-NUMBER                            00112400
112500             IF WS-CARD-NUM-OK AND                                00112500
112600                WS-CARD-NUMBER IS GREATER THAN ZERO AND           00112600
112700                WS-CARD-NUM-LEN IS LESS THAN 10 THEN              00112700
112800                MOVE WS-CARD-NUMBER TO WS-SAMPLE-SIZE             00112800
112900             ELSE                                                 00112900
113000                MOVE 'SAMPLE= SIZE MUST BE A WHOLE NUMBER'        00113000
113100                   TO WS-CARD-ERROR                               00113100
113200             END-IF                                               00113200
113300             IF WS-CARD-SECOND IS NOT EQUAL TO SPACES THEN        00113300
113400                MOVE WS-CARD-SECOND TO WS-CARD-NUM-TEXT           00113400
113500                PERFORM CHECK-CARD-NUMBER                         00113500
113600                IF WS-CARD-NUM-OK AND                             00113600
113700                   WS-CARD-NUMBER IS GREATER THAN ZERO AND        00113700
113800                   WS-CARD-NUMBER IS LESS THAN 2147483647 THEN    00113800
113900                   MOVE WS-CARD-NUMBER TO WS-SEED                 00113900
114000                   MOVE 'Y' TO WS-SEED-GIVEN-SWITCH               00114000
114100                ELSE                                              00114100
114200                   MOVE 'SAMPLE= SEED MUST BE 1 TO 2147483646'    00114200
114300                      TO WS-CARD-ERROR                            00114300
114400                END-IF                                            00114400
114500             END-IF                                               00114500
114600        WHEN OTHER                                                00114600
114700             MOVE 'INVALID SELECTION CARD' TO WS-CARD-ERROR       00114700
114800        END-EVALUATE                                              00114800
114900        IF WS-CARD-ERROR IS NOT EQUAL TO SPACES THEN              00114900
115000           MOVE +16 TO RETURN-CODE                                00115000
115100           DISPLAY 'REFUSED: ' SYSIN-RECORD UPON SYSOUT           00115100
115200           DISPLAY '  ' WS-CARD-ERROR UPON SYSOUT                 00115200
115300           MOVE 1 TO WS-RPT-PTR                                   00115300
115400           STRING 'SELECTION CARD REFUSED: ' DELIMITED BY SIZE    00115400
115500               WS-CARD-ERROR DELIMITED BY SIZE                    00115500
115600               INTO WS-REPORT-LINE                                00115600
115700               WITH POINTER WS-RPT-PTR                            00115700
115800           END-STRING                                             00115800
115900           PERFORM WRITE-REPORT-LINE-OUT                          00115900
116000        END-IF                                                    00116000
116100     END-IF                                                       00116100
116200     .                                                            00116200
116300*                                                                 00116300
116400* WS-CARD-NUM-TEXT must be 1 to 10 digits; the value comes        00116400
116500* back in WS-CARD-NUMBER.                                         00116500
116600*                                                                 00116600
116700 CHECK-CARD-NUMBER.                                               00116700
116800     MOVE 'N' TO WS-CARD-NUM-OK-SWITCH                            00116800
116900     MOVE ZERO TO WS-CARD-NUMBER                                  00116900
117000     MOVE ZERO TO WS-CARD-NUM-LEN                                 00117000
117100     INSPECT WS-CARD-NUM-TEXT TALLYING WS-CARD-NUM-LEN            00117100
117200             FOR CHARACTERS BEFORE INITIAL SPACE                  00117200
117300     IF WS-CARD-NUM-LEN IS GREATER THAN ZERO AND                  00117300
117400        WS-CARD-NUM-LEN IS LESS THAN 11 THEN                      00117400
117500        IF WS-CARD-NUM-TEXT(1:WS-CARD-NUM-LEN) IS NUMERIC THEN    00117500
117600           COMPUTE WS-CARD-NUMBER = FUNCTION NUMVAL               00117600
117700                   (WS-CARD-NUM-TEXT(1:WS-CARD-NUM-LEN))          00117700
117800           MOVE 'Y' TO WS-CARD-NUM-OK-SWITCH                      00117800
117900        END-IF                                                    00117900
118000     END-IF                                                       00118000
118100     .                                                            00118100
118200*                                                                 00118200
118300* One current row: a customer first INSERTed after the close      00118300
118400* is passed over; one changed after it goes in at the AMOUNT      00118400
118500* the first later change started from.                            00118500
118600*                                                                 00118600
118700 LOAD-ONE-ROW.                                                    00118700
118800     SET LS-WORK-STMT TO LS-ROW-STMT                              00118800
118900     MOVE +0 TO LS-COLUMN-NUMBER                                  00118900
119000     CALL SQLITE3A USING                                          00119000
119100         BY REFERENCE SQLITE3-COLUMN-INT                          00119100
119200         BY VALUE LS-ROW-STMT                                     00119200
119300         BY VALUE LS-COLUMN-NUMBER                                00119300
119400         RETURNING WS-ROW-ID                                      00119400
119500     END-CALL                                                     00119500
119600     MOVE +1 TO LS-COLUMN-NUMBER                                  00119600
119700     PERFORM GET-COLUMN-TEXT                                      00119700
119800     MOVE WS-COL-VALUE TO WS-ROW-NAME                             00119800
119900     MOVE +2 TO LS-COLUMN-NUMBER                                  00119900
120000     PERFORM GET-COLUMN-AMOUNT                                    00120000
120100     MOVE WS-COL-AMOUNT TO WS-ROW-AMOUNT                          00120100
120200     IF WS-LATER-ACTIVITY THEN                                    00120200
120300        PERFORM FIND-LATER-CHANGE                                 00120300
120400        EVALUATE WS-LATER-OP                                      00120400
120500        WHEN 'INSERT'                                             00120500
120600             ADD 1 TO WS-ROWS-LATER                               00120600
120700             GO TO LOAD-ONE-ROW-EXIT                              00120700
120800        WHEN 'UPDATE'                                             00120800
120900        WHEN 'DELETE'                                             00120900
121000             IF WS-IMG-FOUND THEN                                 00121000
121100                MOVE WS-IMG-AMOUNT TO WS-ROW-AMOUNT               00121100
121200             END-IF                                               00121200
121300        WHEN OTHER                                                00121300
121400             CONTINUE                                             00121400
121500        END-EVALUATE                                              00121500
121600     END-IF                                                       00121600
121700     ADD 1 TO WS-ROWS-ELIGIBLE                                    00121700
121800     COMPUTE WS-ROW-CENTS = WS-ROW-AMOUNT * 100                   00121800
121900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00121900
122000         BY VALUE LS-STAGE-STMT                                   00122000
122100         BY VALUE LS-ONE                                          00122100
122200         BY VALUE WS-ROWS-ELIGIBLE                                00122200
122300         RETURNING LS-SQL-RC                                      00122300
122400     END-CALL                                                     00122400
122500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00122500
122600         BY VALUE LS-STAGE-STMT                                   00122600
122700         BY VALUE LS-TWO                                          00122700
122800         BY VALUE WS-ROW-ID                                       00122800
122900         RETURNING LS-SQL-RC                                      00122900
123000     END-CALL                                                     00123000
123100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00123100
123200         BY VALUE LS-STAGE-STMT                                   00123200
123300         BY VALUE LS-THREE                                        00123300
123400         BY REFERENCE WS-ROW-NAME                                 00123400
123500         BY VALUE 40                                              00123500
123600         BY VALUE SQLITE-TRANSIENT                                00123600
123700         RETURNING LS-SQL-RC                                      00123700
123800     END-CALL                                                     00123800
123900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00123900
124000         BY VALUE LS-STAGE-STMT                                   00124000
124100         BY VALUE LS-FOUR                                         00124100
124200         BY VALUE WS-ROW-CENTS                                    00124200
124300         RETURNING LS-SQL-RC                                      00124300
124400     END-CALL                                                     00124400
124500     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00124500
124600         BY VALUE LS-STAGE-STMT                                   00124600
124700         RETURNING LS-SQL-RC                                      00124700
124800     END-CALL                                                     00124800
124900     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00124900
125000        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00125000
125100        DISPLAY 'CONF_ROW INSERT FAILED. RC='                     00125100
125200           LS-SQL-RC UPON SYSOUT                                  00125200
125300        PERFORM DISPLAY-SQL-ERROR                                 00125300
125400        MOVE +16 TO RETURN-CODE                                   00125400
125500     END-IF                                                       00125500
125600     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00125600
125700         BY VALUE LS-STAGE-STMT                                   00125700
125800         RETURNING LS-SQL-RC                                      00125800
125900     END-CALL                                                     00125900
126000     .                                                            00126000
126100 LOAD-ONE-ROW-EXIT.                                               00126100
126200     EXIT.                                                        00126200
126300*                                                                 00126300
126400* The first INSERT, UPDATE or DELETE audited against WS-ROW-ID    00126400
126500* after the close, into WS-LATER-OP and (from its before          00126500
126600* image) WS-IMG-AMOUNT.                                           00126600
126700*                                                                 00126700
126800 FIND-LATER-CHANGE.                                               00126800
126900     MOVE SPACES TO WS-LATER-OP                                   00126900
127000     MOVE 'N' TO WS-IMG-FOUND-SWITCH                              00127000
127100     PERFORM BUILD-ID-KEY                                         00127100
127200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00127200
127300         BY VALUE LS-LATER-STMT                                   00127300
127400         BY VALUE LS-ONE                                          00127400
127500         BY REFERENCE WS-TABLE-NAME                               00127500
127600         BY VALUE 30                                              00127600
127700         BY VALUE SQLITE-TRANSIENT                                00127700
127800         RETURNING LS-SQL-RC                                      00127800
127900     END-CALL                                                     00127900
128000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00128000
128100         BY VALUE LS-LATER-STMT                                   00128100
128200         BY VALUE LS-TWO                                          00128200
128300         BY VALUE LS-CLOSE-BFP                                    00128300
128400         RETURNING LS-SQL-RC                                      00128400
128500     END-CALL                                                     00128500
128600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00128600
128700         BY VALUE LS-LATER-STMT                                   00128700
128800         BY VALUE LS-THREE                                        00128800
128900         BY REFERENCE WS-ID-KEY                                   00128900
129000         BY VALUE 12                                              00129000
129100         BY VALUE SQLITE-TRANSIENT                                00129100
129200         RETURNING LS-SQL-RC                                      00129200
129300     END-CALL                                                     00129300
129400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00129400
129500         BY VALUE LS-LATER-STMT                                   00129500
129600         BY VALUE LS-FOUR                                         00129600
129700         BY REFERENCE WS-ID-KEY                                   00129700
129800         BY VALUE 12                                              00129800
129900         BY VALUE SQLITE-TRANSIENT                                00129900
130000         RETURNING LS-SQL-RC                                      00130000
130100     END-CALL                                                     00130100
130200     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00130200
130300         BY VALUE LS-LATER-STMT                                   00130300
130400         RETURNING LS-SQL-RC                                      00130400
130500     END-CALL                                                     00130500
130600     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00130600
130700        SET LS-WORK-STMT TO LS-LATER-STMT                         00130700
130800        MOVE +0 TO LS-COLUMN-NUMBER                               00130800
130900        PERFORM GET-COLUMN-TEXT                                   00130900
131000        MOVE WS-COL-VALUE TO WS-LATER-OP                          00131000
131100        MOVE +1 TO LS-COLUMN-NUMBER                               00131100
131200        PERFORM GET-COLUMN-TEXT                                   00131200
131300        MOVE WS-COL-VALUE(1:75) TO WS-IMAGE-WORK                  00131300
131400        PERFORM PARSE-IMAGE-AMOUNT                                00131400
131500     END-IF                                                       00131500
131600     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00131600
131700         BY VALUE LS-LATER-STMT                                   00131700
131800         RETURNING LS-SQL-RC                                      00131800
131900     END-CALL                                                     00131900
132000     .                                                            00132000
132100*                                                                 00132100
132200* 'ID=nnnnnnnnn', the front of every image of WS-ROW-ID.          00132200
132300*                                                                 00132300
132400 BUILD-ID-KEY.                                                    00132400
132500     MOVE WS-ROW-ID TO WS-ID-DISPLAY                              00132500
132600     MOVE SPACES TO WS-ID-KEY                                     00132600
132700     STRING 'ID=' DELIMITED BY SIZE                               00132700
132800         WS-ID-DISPLAY DELIMITED BY SIZE                          00132800
132900         INTO WS-ID-KEY                                           00132900
133000     END-STRING                                                   00133000
133100     .                                                            00133100
133200*                                                                 00133200
133300* Parse the ' AMT=' portion out of the image in                   00133300
133400* WS-IMAGE-WORK into WS-IMG-AMOUNT; an image without one          00133400
133500* leaves the switch off.                                          00133500
133600*                                                                 00133600
133700 PARSE-IMAGE-AMOUNT.                                              00133700
133800     MOVE 'N' TO WS-IMG-FOUND-SWITCH                              00133800
133900     MOVE ZERO TO WS-IMG-AMOUNT                                   00133900
134000     MOVE SPACES TO WS-IMAGE-JUNK                                 00134000
134100     MOVE SPACES TO WS-IMAGE-TAIL                                 00134100
134200     UNSTRING WS-IMAGE-WORK                                       00134200
134300         DELIMITED BY ' AMT='                                     00134300
134400          INTO WS-IMAGE-JUNK, WS-IMAGE-TAIL                       00134400
134500     END-UNSTRING                                                 00134500
134600     IF WS-IMAGE-TAIL IS NOT EQUAL TO SPACES THEN                 00134600
134700        COMPUTE WS-IMG-AMOUNT =                                   00134700
134800                FUNCTION NUMVAL(WS-IMAGE-TAIL(1:10))              00134800
134900        MOVE 'Y' TO WS-IMG-FOUND-SWITCH                           00134900
135000     END-IF                                                       00135000
135100     .                                                            00135100
135200*                                                                 00135200
135300* One CONF_ROW customer: draw it against the sample, test the     00135300
135400* other cards, and confirm it when any of them picks it.          00135400
135500*                                                                 00135500
135600 CONSIDER-ONE-ROW.                                                00135600
135700     SET LS-WORK-STMT TO LS-ROW-STMT                              00135700
135800     MOVE +0 TO LS-COLUMN-NUMBER                                  00135800
135900     CALL SQLITE3A USING                                          00135900
136000         BY REFERENCE SQLITE3-COLUMN-INT                          00136000
136100         BY VALUE LS-ROW-STMT                                     00136100
136200         BY VALUE LS-COLUMN-NUMBER                                00136200
136300         RETURNING WS-ROW-SEQ                                     00136300
136400     END-CALL                                                     00136400
136500     MOVE +1 TO LS-COLUMN-NUMBER                                  00136500
136600     CALL SQLITE3A USING                                          00136600
136700         BY REFERENCE SQLITE3-COLUMN-INT                          00136700
136800         BY VALUE LS-ROW-STMT                                     00136800
136900         BY VALUE LS-COLUMN-NUMBER                                00136900
137000         RETURNING WS-ROW-ID                                      00137000
137100     END-CALL                                                     00137100
137200     MOVE +2 TO LS-COLUMN-NUMBER                                  00137200
137300     PERFORM GET-COLUMN-TEXT                                      00137300
137400     MOVE WS-COL-VALUE TO WS-ROW-NAME                             00137400
137500     MOVE +3 TO LS-COLUMN-NUMBER                                  00137500
137600     CALL SQLITE3A USING                                          00137600
137700         BY REFERENCE SQLITE3-COLUMN-INT                          00137700
137800         BY VALUE LS-ROW-STMT                                     00137800
137900         BY VALUE LS-COLUMN-NUMBER                                00137900
138000         RETURNING WS-ROW-CENTS                                   00138000
138100     END-CALL                                                     00138100
138200     COMPUTE WS-ROW-AMOUNT = WS-ROW-CENTS / 100                   00138200
138300     MOVE 'N' TO WS-SAMPLE-HIT-SWITCH                             00138300
138400     IF WS-SAMPLE-SIZE IS GREATER THAN ZERO THEN                  00138400
138500        PERFORM DRAW-SAMPLE                                       00138500
138600     END-IF                                                       00138600
138700     MOVE SPACES TO WS-SELECTED-BY                                00138700
138800     IF WS-EVERY-N IS GREATER THAN ZERO THEN                      00138800
138900        DIVIDE WS-ROW-SEQ BY WS-EVERY-N                           00138900
139000            GIVING WS-EVERY-QUOTIENT                              00139000
139100            REMAINDER WS-EVERY-REMAINDER                          00139100
139200        IF WS-EVERY-REMAINDER IS EQUAL TO ZERO THEN               00139200
139300           MOVE 'EVERY' TO WS-SELECTED-BY                         00139300
139400        END-IF                                                    00139400
139500     END-IF                                                       00139500
139600     IF WS-SELECTED-BY IS EQUAL TO SPACES AND                     00139600
139700        WS-OVER-GIVEN AND                                         00139700
139800        WS-ROW-AMOUNT IS GREATER THAN WS-OVER-AMOUNT THEN         00139800
139900        MOVE 'OVER' TO WS-SELECTED-BY                             00139900
140000     END-IF                                                       00140000
140100     IF WS-SELECTED-BY IS EQUAL TO SPACES AND                     00140100
140200        WS-SAMPLE-HIT THEN                                        00140200
140300        MOVE 'SAMPLE' TO WS-SELECTED-BY                           00140300
140400     END-IF                                                       00140400
140500     IF WS-SELECTED-BY IS EQUAL TO SPACES THEN                    00140500
140600        GO TO CONSIDER-ONE-ROW-EXIT                               00140600
140700     END-IF                                                       00140700
140800     ADD 1 TO WS-SELECTED-COUNT                                   00140800
140900     PERFORM CHECK-ERASED                                         00140900
141000     IF WS-EXCEPT-REASON IS EQUAL TO SPACES THEN                  00141000
141100        PERFORM FIND-CONTACT                                      00141100
141200     END-IF                                                       00141200
141300     IF WS-EXCEPT-REASON IS NOT EQUAL TO SPACES THEN              00141300
141400        PERFORM RECORD-EXCEPTION                                  00141400
141500        GO TO CONSIDER-ONE-ROW-EXIT                               00141500
141600     END-IF                                                       00141600
141700     PERFORM PRINT-LETTER                                         00141700
141800     .                                                            00141800
141900 CONSIDER-ONE-ROW-EXIT.                                           00141900
142000     EXIT.                                                        00142000
142100*                                                                 00142100
142200* Next number from the generator, as a fraction of (0,1); the     00142200
142300* customer is taken when fraction * still-to-see is under the     00142300
142400* number still needed.                                            00142400
142500*                                                                 00142500
142600 DRAW-SAMPLE.                                                     00142600
142700     IF WS-SAMPLE-NEEDED IS GREATER THAN ZERO THEN                00142700
142800        COMPUTE WS-RANDOM-PRODUCT = WS-SEED * 16807               00142800
142900        DIVIDE WS-RANDOM-PRODUCT BY 2147483647                    00142900
143000            GIVING WS-RANDOM-QUOTIENT                             00143000
143100            REMAINDER WS-SEED                                     00143100
143200        COMPUTE WS-RANDOM-FRACTION = WS-SEED / 2147483647         00143200
143300        IF WS-RANDOM-FRACTION * WS-SAMPLE-TO-SEE IS LESS THAN     00143300
143400           WS-SAMPLE-NEEDED THEN                                  00143400
143500           MOVE 'Y' TO WS-SAMPLE-HIT-SWITCH                       00143500
143600           SUBTRACT 1 FROM WS-SAMPLE-NEEDED                       00143600
143700        END-IF                                                    00143700
143800     END-IF                                                       00143800
143900     SUBTRACT 1 FROM WS-SAMPLE-TO-SEE                             00143900
144000     .                                                            00144000
144100*                                                                 00144100
144200* An erased customer is not written to: TESTCB31 leaves its       00144200
144300* NAME as *REDACTED* and an ERASURE row on the trail.             00144300
144400*                                                                 00144400
144500 CHECK-ERASED.                                                    00144500
144600     MOVE SPACES TO WS-EXCEPT-REASON                              00144600
144700     MOVE ZERO TO WS-REDACT-COUNT                                 00144700
144800     INSPECT WS-ROW-NAME TALLYING WS-REDACT-COUNT                 00144800
144900             FOR ALL '*REDACTED*'                                 00144900
145000     IF WS-REDACT-COUNT IS GREATER THAN ZERO THEN                 00145000
145100        MOVE 'CUSTOMER RECORD ERASED' TO WS-EXCEPT-REASON         00145100
145200     ELSE                                                         00145200
145300        IF WS-HAVE-AUDIT-LOG THEN                                 00145300
145400           PERFORM BUILD-ID-KEY                                   00145400
145500           CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT     00145500
145600               BY VALUE LS-ERASED-STMT                            00145600
145700               BY VALUE LS-ONE                                    00145700
145800               BY REFERENCE WS-TABLE-NAME                         00145800
145900               BY VALUE 30                                        00145900
146000               BY VALUE SQLITE-TRANSIENT                          00146000
146100               RETURNING LS-SQL-RC                                00146100
146200           END-CALL                                               00146200
146300           CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT     00146300
146400               BY VALUE LS-ERASED-STMT                            00146400
146500               BY VALUE LS-TWO                                    00146500
146600               BY REFERENCE WS-ID-KEY                             00146600
146700               BY VALUE 12                                        00146700
146800               BY VALUE SQLITE-TRANSIENT                          00146800
146900               RETURNING LS-SQL-RC                                00146900
147000           END-CALL                                               00147000
147100           MOVE ZERO TO WS-ERASED-COUNT                           00147100
147200           CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP          00147200
147300               BY VALUE LS-ERASED-STMT                            00147300
147400               RETURNING LS-SQL-RC                                00147400
147500           END-CALL                                               00147500
147600           IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN               00147600
147700              MOVE +0 TO LS-COLUMN-NUMBER                         00147700
147800              CALL SQLITE3A USING                                 00147800
147900                  BY REFERENCE SQLITE3-COLUMN-INT                 00147900
148000                  BY VALUE LS-ERASED-STMT                         00148000
148100                  BY VALUE LS-COLUMN-NUMBER                       00148100
148200                  RETURNING WS-ERASED-COUNT                       00148200
148300              END-CALL                                            00148300
148400           END-IF                                                 00148400
148500           CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET         00148500
148600               BY VALUE LS-ERASED-STMT                            00148600
148700               RETURNING LS-SQL-RC                                00148700
148800           END-CALL                                               00148800
148900           IF WS-ERASED-COUNT IS GREATER THAN ZERO THEN           00148900
149000              MOVE 'CUSTOMER RECORD ERASED' TO WS-EXCEPT-REASON   00149000
149100           END-IF                                                 00149100
149200        END-IF                                                    00149200
149300     END-IF                                                       00149300
149400     .                                                            00149400
149500*                                                                 00149500
149600* The customer's first _CONTACT ADDRESS into WS-ROW-ADDRESS;      00149600
149700* none, or an erased one, is an exception.                        00149700
149800*                                                                 00149800
149900 FIND-CONTACT.                                                    00149900
150000     MOVE SPACES TO WS-ROW-ADDRESS                                00150000
150100     IF NOT WS-HAVE-CONTACTS THEN                                 00150100
150200        MOVE 'NO CONTACT TABLE - NO ADDRESS ON FILE'              00150200
150300           TO WS-EXCEPT-REASON                                    00150300
150400     ELSE                                                         00150400
150500        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT         00150500
150600            BY VALUE LS-CONTACT-STMT                              00150600
150700            BY VALUE LS-ONE                                       00150700
150800            BY VALUE WS-ROW-ID                                    00150800
150900            RETURNING LS-SQL-RC                                   00150900
151000        END-CALL                                                  00151000
151100        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00151100
151200            BY VALUE LS-CONTACT-STMT                              00151200
151300            RETURNING LS-SQL-RC                                   00151300
151400        END-CALL                                                  00151400
151500        IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                  00151500
151600           SET LS-WORK-STMT TO LS-CONTACT-STMT                    00151600
151700           MOVE +0 TO LS-COLUMN-NUMBER                            00151700
151800           PERFORM GET-COLUMN-TEXT                                00151800
151900           MOVE WS-COL-VALUE TO WS-ROW-ADDRESS                    00151900
152000        END-IF                                                    00152000
152100        CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET            00152100
152200            BY VALUE LS-CONTACT-STMT                              00152200
152300            RETURNING LS-SQL-RC                                   00152300
152400        END-CALL                                                  00152400
152500        MOVE ZERO TO WS-REDACT-COUNT                              00152500
152600        INSPECT WS-ROW-ADDRESS TALLYING WS-REDACT-COUNT           00152600
152700                FOR ALL '*REDACTED*'                              00152700
152800        IF WS-ROW-ADDRESS IS EQUAL TO SPACES THEN                 00152800
152900           MOVE 'NO CONTACT ADDRESS ON FILE' TO WS-EXCEPT-REASON  00152900
153000        END-IF                                                    00153000
153100        IF WS-REDACT-COUNT IS GREATER THAN ZERO THEN              00153100
153200           MOVE 'CONTACT ADDRESS ERASED' TO WS-EXCEPT-REASON      00153200
153300        END-IF                                                    00153300
153400     END-IF                                                       00153400
153500     .                                                            00153500
153600 RECORD-EXCEPTION.                                                00153600
153700     ADD 1 TO WS-EXCEPT-COUNT                                     00153700
153800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00153800
153900         BY VALUE LS-EXCEPT-STMT                                  00153900
154000         BY VALUE LS-ONE                                          00154000
154100         BY VALUE WS-ROW-ID                                       00154100
154200         RETURNING LS-SQL-RC                                      00154200
154300     END-CALL                                                     00154300
154400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00154400
154500         BY VALUE LS-EXCEPT-STMT                                  00154500
154600         BY VALUE LS-TWO                                          00154600
154700         BY REFERENCE WS-ROW-NAME                                 00154700
154800         BY VALUE 40                                              00154800
154900         BY VALUE SQLITE-TRANSIENT                                00154900
155000         RETURNING LS-SQL-RC                                      00155000
155100     END-CALL                                                     00155100
155200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00155200
155300         BY VALUE LS-EXCEPT-STMT                                  00155300
155400         BY VALUE LS-THREE                                        00155400
155500         BY VALUE WS-ROW-CENTS                                    00155500
155600         RETURNING LS-SQL-RC                                      00155600
155700     END-CALL                                                     00155700
155800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00155800
155900         BY VALUE LS-EXCEPT-STMT                                  00155900
156000         BY VALUE LS-FOUR                                         00156000
156100         BY REFERENCE WS-SELECTED-BY                              00156100
156200         BY VALUE 8                                               00156200
156300         BY VALUE SQLITE-TRANSIENT                                00156300
156400         RETURNING LS-SQL-RC                                      00156400
156500     END-CALL                                                     00156500
156600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00156600
156700         BY VALUE LS-EXCEPT-STMT                                  00156700
156800         BY VALUE LS-FIVE                                         00156800
156900         BY REFERENCE WS-EXCEPT-REASON                            00156900
157000         BY VALUE 40                                              00157000
157100         BY VALUE SQLITE-TRANSIENT                                00157100
157200         RETURNING LS-SQL-RC                                      00157200
157300     END-CALL                                                     00157300
157400     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00157400
157500         BY VALUE LS-EXCEPT-STMT                                  00157500
157600         RETURNING LS-SQL-RC                                      00157600
157700     END-CALL                                                     00157700
157800     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00157800
157900        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00157900
158000        DISPLAY 'EXCEPTION INSERT FAILED. RC='                    00158000
158100           LS-SQL-RC UPON SYSOUT                                  00158100
158200        PERFORM DISPLAY-SQL-ERROR                                 00158200
158300        MOVE +16 TO RETURN-CODE                                   00158300
158400     END-IF                                                       00158400
158500     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00158500
158600         BY VALUE LS-EXCEPT-STMT                                  00158600
158700         RETURNING LS-SQL-RC                                      00158700
158800     END-CALL                                                     00158800
158900     .                                                            00158900
159000*                                                                 00159000
159100* One letter, a page to itself on LETTERS, and its line on the    00159100
159200* control listing.                                                00159200
159300*                                                                 00159300
159400 PRINT-LETTER.                                                    00159400
159500     ADD 1 TO WS-LETTER-COUNT                                     00159500
159600     ADD WS-ROW-AMOUNT TO WS-LETTER-TOTAL                         00159600
159700     MOVE WS-LETTER-COUNT TO WS-LETTER-NUM-DISPLAY                00159700
159800     MOVE WS-ROW-ID TO WS-ID-DISPLAY                              00159800
159900     MOVE WS-ROW-AMOUNT TO WS-LETTER-AMOUNT                       00159900
160000     MOVE SPACES TO WS-LETTER-REF                                 00160000
160100     STRING 'CONF-' DELIMITED BY SIZE                             00160100
160200         WS-BUS-DATE DELIMITED BY SIZE                            00160200
160300         '-' DELIMITED BY SIZE                                    00160300
160400         WS-LETTER-NUM-DISPLAY DELIMITED BY SIZE                  00160400
160500         INTO WS-LETTER-REF                                       00160500
160600     END-STRING                                                   00160600
160700     MOVE SPACES TO WS-LETTER-LINE                                00160700
160800     STRING 'OUR REFERENCE: ' DELIMITED BY SIZE                   00160800
160900         WS-LETTER-REF DELIMITED BY SIZE                          00160900
161000         INTO WS-LETTER-LINE(61:)                                 00161000
161100     END-STRING                                                   00161100
161200     MOVE WS-LETTER-LINE TO LETTERS-RECORD                        00161200
161300     WRITE LETTERS-RECORD AFTER ADVANCING PAGE                    00161300
161400     STRING 'DATE         : ' DELIMITED BY SIZE                   00161400
161500         WS-RUN-DATE DELIMITED BY SIZE                            00161500
161600         INTO WS-LETTER-LINE(61:)                                 00161600
161700     END-STRING                                                   00161700
161800     PERFORM WRITE-LETTER-LINE                                    00161800
161900     PERFORM WRITE-LETTER-LINE                                    00161900
162000     PERFORM WRITE-LETTER-LINE                                    00162000
162100     MOVE WS-ROW-NAME TO WS-LETTER-LINE(6:)                       00162100
162200     PERFORM WRITE-LETTER-LINE                                    00162200
162300     MOVE WS-ROW-ADDRESS TO WS-LETTER-LINE(6:)                    00162300
162400     PERFORM WRITE-LETTER-LINE                                    00162400
162500     PERFORM WRITE-LETTER-LINE                                    00162500
162600     PERFORM WRITE-LETTER-LINE                                    00162600
162700     MOVE 'DEAR CUSTOMER,' TO WS-LETTER-LINE(6:)                  00162700
162800     PERFORM WRITE-LETTER-LINE                                    00162800
162900     PERFORM WRITE-LETTER-LINE                                    00162900
163000     STRING 'BALANCE CONFIRMATION - ACCOUNT ' DELIMITED BY SIZE   00163000
163100         WS-ID-DISPLAY DELIMITED BY SIZE                          00163100
163200         INTO WS-LETTER-LINE(6:)                                  00163200
163300     END-STRING                                                   00163300
163400     PERFORM WRITE-LETTER-LINE                                    00163400
163500     PERFORM WRITE-LETTER-LINE                                    00163500
163600     STRING 'OUR AUDITORS ARE EXAMINING OUR FINANCIAL '           00163600
163700         DELIMITED BY SIZE                                        00163700
163800         'STATEMENTS. OUR RECORDS SHOW THE BALANCE OF'            00163800
163900         DELIMITED BY SIZE                                        00163900
164000         INTO WS-LETTER-LINE(6:)                                  00164000
164100     END-STRING                                                   00164100
164200     PERFORM WRITE-LETTER-LINE                                    00164200
164300     STRING 'YOUR ACCOUNT AT THE CLOSE OF BUSINESS ON '           00164300
164400         DELIMITED BY SIZE                                        00164400
164500         WS-BUS-DATE DELIMITED BY SIZE                            00164500
164600         ' AS:' DELIMITED BY SIZE                                 00164600
164700         INTO WS-LETTER-LINE(6:)                                  00164700
164800     END-STRING                                                   00164800
164900     PERFORM WRITE-LETTER-LINE                                    00164900
165000     PERFORM WRITE-LETTER-LINE                                    00165000
165100     MOVE WS-LETTER-AMOUNT TO WS-LETTER-LINE(21:)                 00165100
165200     PERFORM WRITE-LETTER-LINE                                    00165200
165300     PERFORM WRITE-LETTER-LINE                                    00165300
165400     STRING 'PLEASE TICK ONE BOX, SIGN BELOW AND RETURN THIS '    00165400
165500         DELIMITED BY SIZE                                        00165500
165600         'LETTER DIRECTLY TO OUR AUDITORS,' DELIMITED BY SIZE     00165600
165700         INTO WS-LETTER-LINE(6:)                                  00165700
165800     END-STRING                                                   00165800
165900     PERFORM WRITE-LETTER-LINE                                    00165900
166000     MOVE 'QUOTING THE REFERENCE ABOVE.' TO WS-LETTER-LINE(6:)    00166000
166100     PERFORM WRITE-LETTER-LINE                                    00166100
166200     PERFORM WRITE-LETTER-LINE                                    00166200
166300     MOVE '[ ]  THE BALANCE SHOWN ABOVE AGREES WITH OUR RECORDS.' 00166300
166400        TO WS-LETTER-LINE(6:)                                     00166400
166500     PERFORM WRITE-LETTER-LINE                                    00166500
166600     PERFORM WRITE-LETTER-LINE                                    00166600
166700     STRING '[ ]  THE BALANCE SHOWN ABOVE DOES NOT AGREE WITH '   00166700
166800         DELIMITED BY SIZE                                        00166800
166900         'OUR RECORDS.' DELIMITED BY SIZE                         00166900
167000         INTO WS-LETTER-LINE(6:)                                  00167000
167100     END-STRING                                                   00167100
167200     PERFORM WRITE-LETTER-LINE                                    00167200
167300     MOVE '     THE DIFFERENCE IS EXPLAINED BELOW.'               00167300
167400        TO WS-LETTER-LINE(6:)                                     00167400
167500     PERFORM WRITE-LETTER-LINE                                    00167500
167600     PERFORM WRITE-LETTER-LINE                                    00167600
167700     PERFORM WRITE-LETTER-LINE                                    00167700
167800     PERFORM WRITE-LETTER-LINE                                    00167800
167900     PERFORM WRITE-LETTER-LINE                                    00167900
168000     STRING 'SIGNATURE ______________________________'            00168000
168100         DELIMITED BY SIZE                                        00168100
168200         '   DATE ____________' DELIMITED BY SIZE                 00168200
168300         INTO WS-LETTER-LINE(6:)                                  00168300
168400     END-STRING                                                   00168400
168500     PERFORM WRITE-LETTER-LINE                                    00168500
168600     PERFORM WRITE-LETTER-LINE                                    00168600
168700     MOVE 'NAME AND TITLE ______________________________'         00168700
168800        TO WS-LETTER-LINE(6:)                                     00168800
168900     PERFORM WRITE-LETTER-LINE                                    00168900
169000     MOVE SPACES TO WS-SENT-LINE                                  00169000
169100     MOVE WS-LETTER-COUNT TO WS-SL-LETTER                         00169100
169200     MOVE WS-ROW-ID TO WS-SL-ID                                   00169200
169300     MOVE WS-ROW-NAME TO WS-SL-NAME                               00169300
169400     MOVE WS-ROW-AMOUNT TO WS-SL-AMOUNT                           00169400
169500     MOVE WS-ROW-ADDRESS TO WS-SL-ADDRESS                         00169500
169600     MOVE WS-SELECTED-BY TO WS-SL-SELECTED-BY                     00169600
169700     MOVE WS-SENT-LINE TO WS-REPORT-LINE                          00169700
169800     PERFORM WRITE-REPORT-LINE-OUT                                00169800
169900     .                                                            00169900
170000 WRITE-LETTER-LINE.                                               00170000
170100     MOVE WS-LETTER-LINE TO LETTERS-RECORD                        00170100
170200     WRITE LETTERS-RECORD AFTER ADVANCING 1 LINE                  00170200
170300     MOVE SPACES TO WS-LETTER-LINE                                00170300
170400     .                                                            00170400
170500 LIST-ONE-EXCEPTION.                                              00170500
170600     MOVE SPACES TO WS-EXCEPT-LINE                                00170600
170700     MOVE +0 TO LS-COLUMN-NUMBER                                  00170700
170800     CALL SQLITE3A USING                                          00170800
170900         BY REFERENCE SQLITE3-COLUMN-INT                          00170900
171000         BY VALUE LS-WORK-STMT                                    00171000
171100         BY VALUE LS-COLUMN-NUMBER                                00171100
171200         RETURNING WS-ROW-ID                                      00171200
171300     END-CALL                                                     00171300
171400     MOVE WS-ROW-ID TO WS-XL-ID                                   00171400
171500     MOVE +1 TO LS-COLUMN-NUMBER                                  00171500
171600     PERFORM GET-COLUMN-TEXT                                      00171600
171700     MOVE WS-COL-VALUE TO WS-XL-NAME                              00171700
171800     MOVE +2 TO LS-COLUMN-NUMBER                                  00171800
171900     CALL SQLITE3A USING                                          00171900
172000         BY REFERENCE SQLITE3-COLUMN-INT                          00172000
172100         BY VALUE LS-WORK-STMT                                    00172100
172200         BY VALUE LS-COLUMN-NUMBER                                00172200
172300         RETURNING WS-ROW-CENTS                                   00172300
172400     END-CALL                                                     00172400
172500     COMPUTE WS-ROW-AMOUNT = WS-ROW-CENTS / 100                   00172500
172600     MOVE WS-ROW-AMOUNT TO WS-XL-AMOUNT                           00172600
172700     MOVE +3 TO LS-COLUMN-NUMBER                                  00172700
172800     PERFORM GET-COLUMN-TEXT                                      00172800
172900     MOVE WS-COL-VALUE TO WS-XL-SELECTED-BY                       00172900
173000     MOVE +4 TO LS-COLUMN-NUMBER                                  00173000
173100     PERFORM GET-COLUMN-TEXT                                      00173100
173200     MOVE WS-COL-VALUE TO WS-XL-REASON                            00173200
173300     MOVE WS-EXCEPT-LINE TO WS-REPORT-LINE                        00173300
173400     PERFORM WRITE-REPORT-LINE-OUT                                00173400
173500     .                                                            00173500
173600*                                                                 00173600
173700* Reusable prepare paragraph: caller builds the null-terminated   00173700
173800* statement text in SQL-ZCHAR and names it in WS-PREP-LABEL; the  00173800
173900* prepared statement handle is returned in LS-PREPARED-STMT.      00173900
174000*                                                                 00174000
174100 PREPARE-ONE-STATEMENT.                                           00174100
174200     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00174200
174300         BY VALUE LS-DB                                           00174300
174400         BY REFERENCE SQL-ZCHAR                                   00174400
174500         BY VALUE LS-MINUS-ONE                                    00174500
174600         BY REFERENCE LS-PREPARED-STMT                            00174600
174700         BY VALUE LS-ZERO                                         00174700
174800         RETURNING LS-SQL-RC                                      00174800
174900     END-CALL                                                     00174900
175000     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00175000
175100        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00175100
175200        DISPLAY 'PREPARE OF ' WS-PREP-LABEL                       00175200
175300           ' FAILED. RC=' LS-SQL-RC UPON SYSOUT                   00175300
175400        PERFORM DISPLAY-SQL-ERROR                                 00175400
175500        MOVE +16 TO RETURN-CODE                                   00175500
175600        CLOSE LETTERS-FD                                          00175600
175700        CLOSE REPORT1-FD                                          00175700
175800        GOBACK                                                    00175800
175900     END-IF                                                       00175900
176000     .                                                            00176000
176100*                                                                 00176100
176200* Prepare the statement in SQL-ZCHAR against a table this job     00176200
176300* may not find (BUSINESS_CALENDAR, AUDIT_LOG, the _CONTACT        00176300
176400* table); when the table was never created WS-PREP-OK stays       00176400
176500* off and the caller carries on without it.                       00176500
176600*                                                                 00176600
176700 PREPARE-SOFT-STATEMENT.                                          00176700
176800     MOVE 'N' TO WS-PREP-OK-SWITCH                                00176800
176900     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00176900
177000         BY VALUE LS-DB                                           00177000
177100         BY REFERENCE SQL-ZCHAR                                   00177100
177200         BY VALUE LS-MINUS-ONE                                    00177200
177300         BY REFERENCE LS-PREPARED-STMT                            00177300
177400         BY VALUE LS-ZERO                                         00177400
177500         RETURNING LS-SQL-RC                                      00177500
177600     END-CALL                                                     00177600
177700     IF LS-SQL-RC IS EQUAL TO SQLITE-OK OR                        00177700
177800        LS-SQL-RC IS EQUAL TO SQLITE-DONE THEN                    00177800
177900        MOVE 'Y' TO WS-PREP-OK-SWITCH                             00177900
178000     END-IF                                                       00178000
178100     .                                                            00178100
178200*                                                                 00178200
178300* Run the statement in SQL-ZCHAR once (DDL); a failure ends       00178300
178400* the job RC=16.                                                  00178400
178500*                                                                 00178500
178600 EXECUTE-ONE-STATEMENT.                                           00178600
178700     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00178700
178800         BY VALUE LS-DB                                           00178800
178900         BY REFERENCE SQL-ZCHAR                                   00178900
179000         BY VALUE LS-ZERO                                         00179000
179100         BY VALUE LS-ZERO                                         00179100
179200         BY VALUE LS-ZERO                                         00179200
179300         RETURNING LS-SQL-RC                                      00179300
179400     END-CALL                                                     00179400
179500     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00179500
179600        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00179600
179700        DISPLAY WS-PREP-LABEL ' FAILED. RC='                      00179700
179800           LS-SQL-RC UPON SYSOUT                                  00179800
179900        PERFORM DISPLAY-SQL-ERROR                                 00179900
180000        MOVE +16 TO RETURN-CODE                                   00180000
180100        CLOSE LETTERS-FD                                          00180100
180200        CLOSE REPORT1-FD                                          00180200
180300        GOBACK                                                    00180300
180400     END-IF                                                       00180400
180500     .                                                            00180500
180600*                                                                 00180600
180700* Fetch the text of column LS-COLUMN-NUMBER of the current        00180700
180800* LS-WORK-STMT row into WS-COL-VALUE/WS-COL-VALUE-LEN, the        00180800
180900* same null-terminated-pointer handling TESTCOB2 uses.            00180900
181000*                                                                 00181000
181100 GET-COLUMN-TEXT.                                                 00181100
181200     CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-TEXT         00181200
181300         BY VALUE LS-WORK-STMT                                    00181300
181400         BY VALUE LS-COLUMN-NUMBER                                00181400
181500         RETURNING LS-COLUMN-POINTER                              00181500
181600     END-CALL                                                     00181600
181700     MOVE SPACES TO WS-COL-VALUE                                  00181700
181800     MOVE ZERO TO WS-COL-VALUE-LEN                                00181800
181900     IF LS-COLUMN-POINTER IS NOT EQUAL TO NULL THEN               00181900
182000        SET ADDRESS OF LINKAGE-COLUMN-TEXT TO LS-COLUMN-POINTER   00182000
182100        INSPECT LINKAGE-COLUMN-TEXT TALLYING WS-COL-VALUE-LEN     00182100
182200           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00182200
182300        IF WS-COL-VALUE-LEN IS GREATER THAN ZERO THEN             00182300
182400           MOVE LINKAGE-COLUMN-TEXT(1:WS-COL-VALUE-LEN)           00182400
182500              TO WS-COL-VALUE                                     00182500
182600        END-IF                                                    00182600
182700     END-IF                                                       00182700
182800     .                                                            00182800
182900 GET-COLUMN-AMOUNT.                                               00182900
183000     CALL SQLITE3A USING                                          00183000
183100         BY REFERENCE SQLITE3-COLUMN-DOUBLE                       00183100
183200         BY REFERENCE LS-DOUBLE-BFP                               00183200
183300         BY VALUE LS-WORK-STMT                                    00183300
183400         BY VALUE LS-COLUMN-NUMBER                                00183400
183500     END-CALL                                                     00183500
183600     CALL SQLITE3A USING                                          00183600
183700         BY REFERENCE CONVERT-BFP-TO-HFP                          00183700
183800         BY VALUE LS-DOUBLE-BFP                                   00183800
183900         BY REFERENCE LS-DOUBLE-HFP                               00183900
184000     END-CALL                                                     00184000
184100     COMPUTE WS-COL-AMOUNT ROUNDED = LS-DOUBLE-HFP                00184100
184200     .                                                            00184200
184300 WRITE-REPORT-LINE-OUT.                                           00184300
184400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN                   00184400
184500        PERFORM WRITE-REPORT-HEADING                              00184500
184600     END-IF                                                       00184600
184700     MOVE WS-REPORT-LINE TO REPORT1-RECORD                        00184700
184800     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00184800
184900     ADD 1 TO WS-LINE-COUNT                                       00184900
185000     MOVE SPACES TO WS-REPORT-LINE                                00185000
185100     .                                                            00185100
185200 WRITE-REPORT-HEADING.                                            00185200
185300     ADD 1 TO WS-PAGE-COUNT                                       00185300
185400     MOVE WS-PAGE-COUNT TO WS-PAGE-NUM-DISPLAY                    00185400
185500     MOVE SPACES TO REPORT1-RECORD                                00185500
185600     MOVE 1 TO WS-RPT-PTR                                         00185600
185700     STRING 'TESTCB42' DELIMITED BY SIZE                          00185700
185800         '   RUN DATE: ' DELIMITED BY SIZE                        00185800
185900         WS-RUN-DATE DELIMITED BY SIZE                            00185900
186000         '   PAGE: ' DELIMITED BY SIZE                            00186000
186100         WS-PAGE-NUM-DISPLAY DELIMITED BY SIZE                    00186100
186200         INTO REPORT1-RECORD                                      00186200
186300         WITH POINTER WS-RPT-PTR                                  00186300
186400     END-STRING                                                   00186400
186500     WRITE REPORT1-RECORD AFTER ADVANCING PAGE                    00186500
186600     MOVE SPACES TO REPORT1-RECORD                                00186600
186700     STRING 'BALANCE CONFIRMATION LETTERS FOR ' DELIMITED BY SIZE 00186700
186800         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00186800
186900         ' BUSINESS DATE ' DELIMITED BY SIZE                      00186900
187000         WS-BUS-DATE DELIMITED BY SIZE                            00187000
187100         INTO REPORT1-RECORD                                      00187100
187200     END-STRING                                                   00187200
187300     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00187300
187400     MOVE 1 TO WS-LINE-COUNT                                      00187400
187500     EVALUATE TRUE                                                00187500
187600     WHEN WS-LISTING-LETTERS                                      00187600
187700          MOVE WS-SENT-HEADER TO REPORT1-RECORD                   00187700
187800          WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE             00187800
187900     WHEN WS-LISTING-EXCEPTIONS                                   00187900
188000          MOVE 'LETTERS NOT PRINTED' TO REPORT1-RECORD            00188000
188100          WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE             00188100
188200          MOVE WS-EXCEPT-HEADER TO REPORT1-RECORD                 00188200
188300          WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE             00188300
188400     WHEN OTHER                                                   00188400
188500          CONTINUE                                                00188500
188600     END-EVALUATE                                                 00188600
188700     .                                                            00188700
188800                                                                  00188800
188900 DISPLAY-SQL-ERROR.                                               00188900
189000     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRCODE             00189000
189100         BY VALUE LS-DB                                           00189100
189200         RETURNING LS-SQL-ERRCODE                                 00189200
189300     END-CALL                                                     00189300
189400     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRMSG              00189400
189500         BY VALUE LS-DB                                           00189500
189600         RETURNING LS-ERRMSG-POINTER                              00189600
189700     END-CALL                                                     00189700
189800     MOVE SPACES TO WS-ERRMSG-TEXT                                00189800
189900     MOVE ZERO TO WS-ERRMSG-LEN                                   00189900
190000     IF LS-ERRMSG-POINTER IS NOT EQUAL TO NULL THEN               00190000
190100        SET ADDRESS OF LINKAGE-COLUMN-TEXT                        00190100
190200           TO LS-ERRMSG-POINTER                                   00190200
190300        INSPECT LINKAGE-COLUMN-TEXT                               00190300
190400           TALLYING WS-ERRMSG-LEN                                 00190400
190500           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00190500
190600        MOVE LINKAGE-COLUMN-TEXT(1:WS-ERRMSG-LEN)                 00190600
190700           TO WS-ERRMSG-TEXT                                      00190700
190800     END-IF                                                       00190800
190900     DISPLAY '  SQLITE ERRCODE=' LS-SQL-ERRCODE                   00190900
191000         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00191000
191100         UPON SYSOUT                                              00191100
191200     .                                                            00191200
191300 END PROGRAM 'TESTCB42'.                                          00191300
