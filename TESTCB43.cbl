000100 PROCESS DYNAM,NAME,PGMNAME(COMPAT)                               00000100
000200 PROCESS ADV,AWO,NOC(W),FSRT,FLAG(I,I)                            00000200
000300 PROCESS INTDATE(ANSI),LANG(EN),LIB,LIST,MAP                      00000300
000400 PROCESS NONUM,NUMPROC(PFD),OBJ,APOST                             00000400
000500 PROCESS RENT,NOSEQ,SOURCE,NOSSRANGE,                             00000500
000600 PROCESS NOTERM,NOTEST,VBREF,                                     00000600
000700 PROCESS XREF(FULL),ZWB,FASTSRT,AR(E)                             00000700
000800 ID DIVISION.                                                     00000800
000900 PROGRAM-ID. 'TESTCB43'.                                          00000900
001000 AUTHOR. JOHN MCKOWN.                                             00001000
001100 INSTALLATION. CBT Tape.                                          00001100
001200 DATE-WRITTEN.                                                    00001200
001300 DATE-COMPILED.                                                   00001300
001400 SECURITY. NONE.                                                  00001400
001500*                                                                 00001500
001600* This program watches the incoming feeds. FEED_REGISTER (kept    00001600
001700* by TESTCOB4) records the feeds that did arrive; the             00001700
001800* FEED_SCHEDULE table kept here records the ones that should:     00001800
001900*     FEED_SOURCE, DAY_OF_WEEK, CUTOFF_TIME, TOLERANCE_PCT        00001900
002000* one row per source per weekday it sends (DAY_OF_WEEK 1 is       00002000
002100* Sunday, 7 is Saturday, as on BUSINESS_CALENDAR).                00002100
002200*                                                                 00002200
002300* PARM value is 3 positional comma delimited fields:              00002300
002400*     DBPATH,FUNCTION,BUSDATE                                     00002400
002500* FUNCTION is one of:                                             00002500
002600*   MONITOR  - (the default) check business date BUSDATE          00002600
002700*              (default the run date) against the schedule.       00002700
002800*              Every source scheduled for that weekday is         00002800
002900*              listed on REPORT1 and flagged                      00002900
003000*                MISSING  nothing registered for the date;        00003000
003100*                LATE     first registered after the cutoff;      00003100
003200*                COUNT    trailer count outside the band;         00003200
003300*                HASH     trailer hash total outside the band;    00003300
003400*              the band being TOLERANCE_PCT either side of the    00003400
003500*              source's average over its last 20 feed dates       00003500
003600*              before BUSDATE (a source with no history yet is    00003600
003700*              not banded). Feeds that arrived without being      00003700
003800*              scheduled are listed for information. Any flag     00003800
003900*              ends the step RC=8, so the scheduler can page      00003900
004000*              operations and hold the TESTCB10 extract. A        00004000
004100*              HOLIDAY on BUSINESS_CALENDAR expects no feeds.     00004100
004200*              The data base is opened read-only.                 00004200
004300*   SCHEDULE - maintain FEED_SCHEDULE from the SYSIN cards,       00004300
004400*              then list the whole schedule. Every change is      00004400
004500*              recorded in AUDIT_LOG against FEED_SCHEDULE.       00004500
004600*              All the cards apply in one transaction; a bad      00004600
004700*              card rolls the deck back RC=16, and a DROP         00004700
004800*              that finds nothing scheduled ends RC=4. With no    00004800
004900*              cards the schedule is just listed.                 00004900
005000*                                                                 00005000
005100* SCHEDULE cards are one KEYWORD=VALUE per card ('*' in column    00005100
005200* one is a comment, a blank card is ignored):                     00005200
005300*     EXPECT=source,days,cutoff[,tolerance]                       00005300
005400*     DROP=source[,days]                                          00005400
005500* days is DAILY, WEEKDAYS (MON to FRI), or day names joined by    00005500
005600* '/' (e.g. MON/WED/FRI); DROP without days drops every day.      00005600
005700* cutoff is HHMM counted from 00:00 of the business date, and     00005700
005800* may run past midnight up to 4759 (3000 is 06:00 the next        00005800
005900* morning) for a feed that is due overnight; it is compared       00005900
006000* with FEED_REGISTER's LOAD_TIME, which is CEEGMT time.           00006000
006100* tolerance is a whole percentage, 50 when omitted.               00006100
006200*                                                                 00006200
006300 ENVIRONMENT DIVISION.                                            00006300
006400 CONFIGURATION SECTION.                                           00006400
006500 SOURCE-COMPUTER. IBM-370.                                        00006500
006600 OBJECT-COMPUTER. IBM-370.                                        00006600
006700 SPECIAL-NAMES.                                                   00006700
006800 INPUT-OUTPUT SECTION.                                            00006800
006900 FILE-CONTROL.                                                    00006900
007000     SELECT OPTIONAL SYSIN-FILE ASSIGN TO SYSIN                   00007000
007100         ORGANIZATION IS SEQUENTIAL.                              00007100
007200     SELECT REPORT1-FD ASSIGN TO REPORT1                          00007200
007300         ORGANIZATION IS SEQUENTIAL.                              00007300
007400 I-O-CONTROL.                                                     00007400
007500     APPLY WRITE-ONLY ON REPORT1-FD.                              00007500
007600*                                                                 00007600
007700 DATA DIVISION.                                                   00007700
007800 FILE SECTION.                                                    00007800
007900 FD  SYSIN-FILE                                                   00007900
008000     RECORDING MODE IS F                                          00008000
008100     LABEL RECORDS ARE STANDARD.                                  00008100
008200 01  SYSIN-RECORD               PIC X(80).                        00008200
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
010900* CEEDAYS/CEEDYWK give the business date's day of the week        00010900
011000* (1 is Sunday, 7 is Saturday) as TESTCB36 does; CEESECS puts     00011000
011100* it on the CEEGMT seconds basis of LOAD_TIME, and CEEDATM        00011100
011200* formats a LOAD_TIME back for the listing, as TESTCOB9 does.     00011200
011300*                                                                 00011300
011400 01  WS-CEESECS-INPUT.                                            00011400
011500     05  WS-CEESECS-IN-LEN   PIC S9(4) COMP-5                     00011500
011600                             VALUE IS 8.                          00011600
011700     05  WS-CEESECS-IN-STR   PIC X(8).                            00011700
011800 01  WS-DATE-PICTURE.                                             00011800
011900     05  WS-DATE-PICT-LEN    PIC S9(4) COMP-5                     00011900
012000                             VALUE IS 8.                          00012000
012100     05  WS-DATE-PICT-STR    PIC X(8)                             00012100
012200                             VALUE IS 'YYYYMMDD'.                 00012200
012300 01  WS-DATM-PICTURE.                                             00012300
012400     05  WS-DATM-PICT-LEN    PIC S9(4) COMP-5                     00012400
012500                             VALUE IS 17.                         00012500
012600     05  WS-DATM-PICT-STR    PIC X(17)                            00012600
012700                             VALUE IS 'YYYYMMDD HH:MI:SS'.        00012700
012800 77  WS-DATM-OUTPUT          PIC X(80).                           00012800
012900*                                                                 00012900
013000* The day names, in DAY_OF_WEEK order.                            00013000
013100*                                                                 00013100
013200 01  WS-DAY-NAME-VALUES.                                          00013200
013300     05  FILLER              PIC X(21)                            00013300
013400         VALUE IS 'SUNMONTUEWEDTHUFRISAT'.                        00013400
013500 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.              00013500
013600     05  WS-DAY-NAME         PIC X(3) OCCURS 7 TIMES.             00013600
013700*                                                                 00013700
013800* The days a card names, one flag per DAY_OF_WEEK, and the        00013800
013900* day names as they came off the card.                            00013900
014000*                                                                 00014000
014100 01  WS-DAY-FLAG-TABLE.                                           00014100
014200     05  WS-DAY-FLAG         PIC X OCCURS 7 TIMES.                00014200
014300 01  WS-DAY-TOKEN-TABLE.                                          00014300
014400     05  WS-DAY-TOKEN        PIC X(10) OCCURS 7 TIMES.            00014400
014500*                                                                 00014500
014600* The MONITOR listing line and its column headings.               00014600
014700*                                                                 00014700
014800 01  WS-FEED-LINE.                                                00014800
014900     05  WS-FL-SOURCE        PIC X(8).                            00014900
015000     05  FILLER              PIC X(2).                            00015000
015100     05  WS-FL-CUTOFF        PIC X(4).                            00015100
015200     05  FILLER              PIC X(2).                            00015200
015300     05  WS-FL-ARRIVED       PIC X(17).                           00015300
015400     05  FILLER              PIC X(2).                            00015400
015500     05  WS-FL-FEEDS         PIC ZZ9.                             00015500
015600     05  FILLER              PIC X(2).                            00015600
015700     05  WS-FL-COUNT         PIC Z(8)9.                           00015700
015800     05  FILLER              PIC X(2).                            00015800
015900     05  WS-FL-AVG-COUNT     PIC Z(8)9.                           00015900
016000     05  FILLER              PIC X(2).                            00016000
016100     05  WS-FL-HASH          PIC Z(10)9.99.                       00016100
016200     05  FILLER              PIC X(2).                            00016200
016300     05  WS-FL-AVG-HASH      PIC Z(10)9.99.                       00016300
016400     05  FILLER              PIC X(2).                            00016400
016500     05  WS-FL-TOL           PIC ZZ9.                             00016500
016600     05  FILLER              PIC X(2).                            00016600
016700     05  WS-FL-STATUS        PIC X(28).                           00016700
016800 01  WS-FEED-HEADER.                                              00016800
016900     05  FILLER              PIC X(8)                             00016900
017000         VALUE IS 'SOURCE'.                                       00017000
017100     05  FILLER              PIC X(2)                             00017100
017200         VALUE IS SPACES.                                         00017200
017300     05  FILLER              PIC X(4)                             00017300
017400         VALUE IS 'CUT'.                                          00017400
017500     05  FILLER              PIC X(2)                             00017500
017600         VALUE IS SPACES.                                         00017600
017700     05  FILLER              PIC X(17)                            00017700
017800         VALUE IS 'FIRST ARRIVED'.                                00017800
017900     05  FILLER              PIC X(2)                             00017900
018000         VALUE IS SPACES.                                         00018000
018100     05  FILLER              PIC X(3)                             00018100
018200         VALUE IS 'NO.'.                                          00018200
018300     05  FILLER              PIC X(2)                             00018300
018400         VALUE IS SPACES.                                         00018400
018500     05  FILLER              PIC X(9)                             00018500
018600         VALUE IS '    COUNT'.                                    00018600
018700     05  FILLER              PIC X(2)                             00018700
018800         VALUE IS SPACES.                                         00018800
018900     05  FILLER              PIC X(9)                             00018900
019000         VALUE IS 'AVG COUNT'.                                    00019000
019100     05  FILLER              PIC X(2)                             00019100
019200         VALUE IS SPACES.                                         00019200
019300     05  FILLER              PIC X(14)                            00019300
019400         VALUE IS '          HASH'.                               00019400
019500     05  FILLER              PIC X(2)                             00019500
019600         VALUE IS SPACES.                                         00019600
019700     05  FILLER              PIC X(14)                            00019700
019800         VALUE IS '      AVG HASH'.                               00019800
019900     05  FILLER              PIC X(2)                             00019900
020000         VALUE IS SPACES.                                         00020000
020100     05  FILLER              PIC X(3)                             00020100
020200         VALUE IS 'TOL'.                                          00020200
020300     05  FILLER              PIC X(2)                             00020300
020400         VALUE IS SPACES.                                         00020400
020500     05  FILLER              PIC X(28)                            00020500
020600         VALUE IS 'STATUS'.                                       00020600
020700*                                                                 00020700
020800* The SCHEDULE listing line and its column headings.              00020800
020900*                                                                 00020900
021000 01  WS-SCHED-LINE.                                               00021000
021100     05  WS-SDL-SOURCE       PIC X(8).                            00021100
021200     05  FILLER              PIC X(2).                            00021200
021300     05  WS-SDL-DAY          PIC X(3).                            00021300
021400     05  FILLER              PIC X(2).                            00021400
021500     05  WS-SDL-CUTOFF       PIC X(4).                            00021500
021600     05  FILLER              PIC X(2).                            00021600
021700     05  WS-SDL-TOL          PIC ZZ9.                             00021700
021800 01  WS-SCHED-HEADER.                                             00021800
021900     05  FILLER              PIC X(8)                             00021900
022000         VALUE IS 'SOURCE'.                                       00022000
022100     05  FILLER              PIC X(2)                             00022100
022200         VALUE IS SPACES.                                         00022200
022300     05  FILLER              PIC X(3)                             00022300
022400         VALUE IS 'DAY'.                                          00022400
022500     05  FILLER              PIC X(2)                             00022500
022600         VALUE IS SPACES.                                         00022600
022700     05  FILLER              PIC X(4)                             00022700
022800         VALUE IS 'CUT'.                                          00022800
022900     05  FILLER              PIC X(2)                             00022900
023000         VALUE IS SPACES.                                         00023000
023100     05  FILLER              PIC X(3)                             00023100
023200         VALUE IS 'TOL'.                                          00023200
023300*                                                                 00023300
023400 LOCAL-STORAGE SECTION.                                           00023400
023500 01  LS-FULLWORD-RETURN.                                          00023500
023600     05  LS-LIBVERSION-POINTER   POINTER.                         00023600
023700     05  LS-LIBVERSION-BINVALUE  REDEFINES LS-LIBVERSION-POINTER  00023700
023800                                 PIC S9(9) COMP-5.                00023800
023900 77  LS-LIBVERSION-LENGTH    PIC S9(9) COMP-5                     00023900
024000        VALUE IS 0.                                               00024000
024100 77  LS-DB                   USAGE IS POINTER.                    00024100
024200 77  LS-WORK-STMT            USAGE IS POINTER.                    00024200
024300 77  LS-AUDIT-STMT           USAGE IS POINTER.                    00024300
024400 77  LS-FIND-STMT            USAGE IS POINTER.                    00024400
024500 77  LS-UPSERT-STMT          USAGE IS POINTER.                    00024500
024600 77  LS-DELETE-STMT          USAGE IS POINTER.                    00024600
024700 77  LS-SCHED-STMT           USAGE IS POINTER.                    00024700
024800 77  LS-TODAY-STMT           USAGE IS POINTER.                    00024800
024900 77  LS-HISTORY-STMT         USAGE IS POINTER.                    00024900
025000 77  LS-PREPARED-STMT        USAGE IS POINTER.                    00025000
025100 77  LS-COLUMN-POINTER       USAGE IS POINTER.                    00025100
025200 77  LS-COLUMN-NUMBER        PIC S9(9) COMP-5.                    00025200
025300 77  LS-ZERO                 PIC S9(9) COMP-5                     00025300
025400                             VALUE IS ZERO.                       00025400
025500 77  LS-SQL-RC               PIC S9(9) COMP-5.                    00025500
025600 77  SQL-ZCHAR               PIC X(320).                          00025600
025700 77  LS-MINUS-ONE            PIC S9(9) COMP-5                     00025700
025800        VALUE IS -1.                                              00025800
025900 77  LS-ONE                  PIC S9(9) COMP-5                     00025900
026000        VALUE IS 1.                                               00026000
026100 77  LS-TWO                  PIC S9(9) COMP-5                     00026100
026200        VALUE IS 2.                                               00026200
026300 77  LS-THREE                PIC S9(9) COMP-5                     00026300
026400        VALUE IS 3.                                               00026400
026500 77  LS-FOUR                 PIC S9(9) COMP-5                     00026500
026600        VALUE IS 4.                                               00026600
026700 77  LS-FIVE                 PIC S9(9) COMP-5                     00026700
026800        VALUE IS 5.                                               00026800
026900 77  LS-SIX                  PIC S9(9) COMP-5                     00026900
027000        VALUE IS 6.                                               00027000
027100 77  LS-DOUBLE-BFP           USAGE COMP-2.                        00027100
027200 77  LS-DOUBLE-HFP           USAGE COMP-2.                        00027200
027300 77  LS-OPEN-FLAGS           PIC S9(9) COMP-5.                    00027300
027400 77  LS-NULL                 POINTER VALUE IS NULL.               00027400
027500 77  LS-SQL-ERRCODE          PIC S9(9) COMP-5.                    00027500
027600 77  LS-ERRMSG-POINTER       USAGE IS POINTER.                    00027600
027700 77  WS-ERRMSG-TEXT          PIC X(255).                          00027700
027800 77  WS-ERRMSG-LEN           PIC S9(4) COMP-5.                    00027800
027900*                                                                 00027900
028000* Milliseconds SQLITE3-BUSY-TIMEOUT waits/retries internally      00028000
028100* before returning SQLITE-BUSY, so a transient lock from an       00028100
028200* overlapping batch window does not abend this job outright.      00028200
028300 77  LS-BUSY-TIMEOUT-MS      PIC S9(9) COMP-5                     00028300
028400        VALUE IS 5000.                                            00028400
028500*                                                                 00028500
028600* The PARM fields.                                                00028600
028700*                                                                 00028700
028800 77  WS-PARM-DBPATH          PIC X(255).                          00028800
028900 77  WS-PARM-FUNC            PIC X(10).                           00028900
029000 77  WS-PARM-BUSDATE         PIC X(8).                            00029000
029100 77  WS-PARM-LEN             PIC S9(4) COMP-5.                    00029100
029200 77  WS-BUS-DATE             PIC X(8).                            00029200
029300 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    00029300
029400 77  WS-PREP-LABEL           PIC X(20).                           00029400
029500 77  WS-PREP-OK-SWITCH       PIC X.                               00029500
029600     88  WS-PREP-OK          VALUE IS 'Y'.                        00029600
029700*                                                                 00029700
029800* SCHEDULE cards.                                                 00029800
029900*                                                                 00029900
030000 77  WS-EOF-SWITCH           PIC X                                00030000
030100                             VALUE IS 'N'.                        00030100
030200     88  WS-EOF              VALUE IS 'Y'.                        00030200
030300 77  WS-CARD-KEYWORD         PIC X(20).                           00030300
030400 77  WS-CARD-VALUE           PIC X(60).                           00030400
030500 77  WS-CARD-SOURCE          PIC X(20).                           00030500
030600 77  WS-CARD-DAYS            PIC X(40).                           00030600
030700 77  WS-CARD-CUTOFF          PIC X(20).                           00030700
030800 77  WS-CARD-TOL             PIC X(20).                           00030800
030900 77  WS-CARD-NUM-LEN         PIC S9(4) COMP-5.                    00030900
031000 77  WS-CARD-ERROR           PIC X(40).                           00031000
031100 77  WS-CARD-COUNT           PIC S9(9) COMP-5                     00031100
031200                             VALUE IS ZERO.                       00031200
031300 77  WS-DAY-I                PIC S9(4) COMP-5.                    00031300
031400 77  WS-DAY-J                PIC S9(4) COMP-5.                    00031400
031500 77  WS-DAY-MATCH-SWITCH     PIC X.                               00031500
031600     88  WS-DAY-MATCHED      VALUE IS 'Y'.                        00031600
031700 77  WS-CUTOFF-HH            PIC 99.                              00031700
031800 77  WS-CUTOFF-MM            PIC 99.                              00031800
031900*                                                                 00031900
032000* The FEED_SCHEDULE row in hand, and what it held before.         00032000
032100*                                                                 00032100
032200 77  WS-SCH-SOURCE           PIC X(8).                            00032200
032300 77  WS-SCH-DOW              PIC S9(9) COMP-5.                    00032300
032400 77  WS-SCH-CUTOFF           PIC X(4).                            00032400
032500 77  WS-SCH-TOL              PIC S9(9) COMP-5.                    00032500
032600 77  WS-OLD-FOUND-SWITCH     PIC X.                               00032600
032700     88  WS-OLD-FOUND        VALUE IS 'Y'.                        00032700
032800 77  WS-OLD-CUTOFF           PIC X(4).                            00032800
032900 77  WS-OLD-TOL              PIC S9(9) COMP-5.                    00032900
033000 77  WS-TOL-DISPLAY          PIC 9(3).                            00033000
033100 77  WS-ROWS-CHANGED         PIC S9(9) COMP-5                     00033100
033200                             VALUE IS ZERO.                       00033200
033300 77  WS-ROWS-DROPPED         PIC S9(9) COMP-5                     00033300
033400                             VALUE IS ZERO.                       00033400
033500*                                                                 00033500
033600* MONITOR: the business date, its weekday, and the seconds        00033600
033700* the cutoffs are counted from.                                   00033700
033800*                                                                 00033800
033900 77  LS-BUS-LILIAN           PIC S9(9) COMP-5.                    00033900
034000 77  LS-DAY-OF-WEEK          PIC S9(9) COMP-5.                    00034000
034100 77  LS-BUS-SECS             USAGE COMP-2.                        00034100
034200 77  LS-CUTOFF-SECS          USAGE COMP-2.                        00034200
034300 77  LS-ARRIVAL-SECS         USAGE COMP-2.                        00034300
034400 77  WS-DAY-TYPE             PIC X(10)                            00034400
034500                             VALUE IS SPACES.                     00034500
034600 77  WS-HOLIDAY-NAME         PIC X(30)                            00034600
034700                             VALUE IS SPACES.                     00034700
034800 77  WS-COL-VALUE            PIC X(80).                           00034800
034900 77  WS-COL-VALUE-LEN        PIC S9(4) COMP-5.                    00034900
035000*                                                                 00035000
035100* One scheduled source's day and its trailing average.            00035100
035200*                                                                 00035200
035300 77  WS-TODAY-FEEDS          PIC S9(9) COMP-5.                    00035300
035400 77  WS-TODAY-COUNT          PIC S9(11) COMP-3.                   00035400
035500 77  WS-TODAY-HASH           PIC S9(13)V99 COMP-3.                00035500
035600 77  WS-HIST-DAYS            PIC S9(9) COMP-5.                    00035600
035700 77  WS-AVG-COUNT            PIC S9(11)V99 COMP-3.                00035700
035800 77  WS-AVG-HASH             PIC S9(13)V99 COMP-3.                00035800
035900 77  WS-BAND-WIDTH           PIC S9(13)V99 COMP-3.                00035900
036000 77  WS-BAND-GAP             PIC S9(13)V99 COMP-3.                00036000
036100 77  WS-STATUS               PIC X(28).                           00036100
036200 77  WS-STATUS-PTR           PIC S9(4) COMP-5.                    00036200
036300 77  WS-FEED-FLAGGED-SWITCH  PIC X.                               00036300
036400     88  WS-FEED-FLAGGED     VALUE IS 'Y'.                        00036400
036500 77  WS-BAND-SWITCH          PIC X.                               00036500
036600     88  WS-OUT-OF-BAND      VALUE IS 'Y'.                        00036600
036700*                                                                 00036700
036800* The FEED_SCHEDULE image written to AUDIT_LOG, built from the    00036800
036900* WS-IMG fields, and the day name that goes in it.                00036900
037000*                                                                 00037000
037100 77  WS-IMG-CUTOFF           PIC X(4).                            00037100
037200 77  WS-IMG-TOL              PIC S9(9) COMP-5.                    00037200
037300 77  WS-SCHED-IMAGE          PIC X(75).                           00037300
037400 77  WS-CARD-DAYS-MATCHED    PIC S9(9) COMP-5.                    00037400
037500 77  WS-LISTING-SWITCH       PIC X                                00037500
037600                             VALUE IS SPACE.                      00037600
037700     88  WS-LISTING-FEEDS    VALUE IS 'F'.                        00037700
037800     88  WS-LISTING-SCHEDULE VALUE IS 'S'.                        00037800
037900*                                                                 00037900
038000* Run accounting.                                                 00038000
038100*                                                                 00038100
038200 77  WS-SCHEDULED-COUNT      PIC S9(9) COMP-5                     00038200
038300                             VALUE IS ZERO.                       00038300
038400 77  WS-ARRIVED-COUNT        PIC S9(9) COMP-5                     00038400
038500                             VALUE IS ZERO.                       00038500
038600 77  WS-MISSING-COUNT        PIC S9(9) COMP-5                     00038600
038700                             VALUE IS ZERO.                       00038700
038800 77  WS-LATE-COUNT           PIC S9(9) COMP-5                     00038800
038900                             VALUE IS ZERO.                       00038900
039000 77  WS-VOLUME-COUNT         PIC S9(9) COMP-5                     00039000
039100                             VALUE IS ZERO.                       00039100
039200 77  WS-UNSCHED-COUNT        PIC S9(9) COMP-5                     00039200
039300                             VALUE IS ZERO.                       00039300
039400 77  WS-FLAGGED-COUNT        PIC S9(9) COMP-5                     00039400
039500                             VALUE IS ZERO.                       00039500
039600 77  WS-COUNT-DISPLAY        PIC Z(8)9.                           00039600
039700*                                                                 00039700
039800* The AUDIT_LOG trail, the same reusable WRITE-AUDIT-LOG          00039800
039900* convention TESTCOB8 follows.                                    00039900
040000*                                                                 00040000
040100 77  LS-LILIAN               PIC S9(9) COMP-5.                    00040100
040200 77  LS-AUDIT-GMT-SECS       USAGE COMP-2.                        00040200
040300 77  WS-AUDIT-TABLE          PIC X(30).                           00040300
040400 77  WS-AUDIT-OP             PIC X(10).                           00040400
040500 77  WS-AUDIT-BEFORE         PIC X(75).                           00040500
040600 77  WS-AUDIT-AFTER          PIC X(75).                           00040600
040700 77  LS-JPI-FUNC             PIC S9(9) COMP-5                     00040700
040800        VALUE IS 1.                                               00040800
040900 77  LS-JPI-BUFLEN           PIC S9(9) COMP-5                     00040900
041000        VALUE IS 8.                                               00041000
041100 77  LS-JPI-RETLEN           PIC S9(9) COMP-5.                    00041100
041200 77  WS-JOB-NAME             PIC X(8).                            00041200
041300*                                                                 00041300
041400* Fields supporting the paginated REPORT1 listing, the same       00041400
041500* heading/page-break convention TESTCB26 uses.                    00041500
041600*                                                                 00041600
041700 77  WS-REPORT-LINE          PIC X(132).                          00041700
041800 77  WS-RPT-PTR              PIC S9(4) COMP-5.                    00041800
041900 77  WS-RUN-DATE             PIC X(8).                            00041900
042000 77  WS-PAGE-COUNT           PIC S9(4) COMP-5                     00042000
042100                         VALUE IS ZERO.                           00042100
042200 77  WS-PAGE-NUM-DISPLAY     PIC Z(4)9.                           00042200
042300 77  WS-LINE-COUNT           PIC S9(4) COMP-5                     00042300
042400                         VALUE IS ZERO.                           00042400
042500 77  WS-LINES-PER-PAGE       PIC S9(4) COMP-5                     00042500
042600                         VALUE IS 60.                             00042600
042700 LINKAGE SECTION.                                                 00042700
042800 01  MVS-PARM.                                                    00042800
042900     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00042900
043000     05 MVS-PARM-VALUE       PIC X(32760).                        00043000
043100 77  LINKAGE-LIBVERSION      PIC X(101).                          00043100
043200 77  LINKAGE-COLUMN-TEXT     PIC X(1024).                         00043200
043300*  MVS-PARM-VALUE LENGTH IS REALLY ONLY THE NUMBER OF CHARACTERS  00043300
043400*  CONTAINED IN MVS-PARM-LENGTH. YOU NEED TO USE REFERENCE        00043400
043500*  MODIFICATION TO MAKE SURE YOU DON'T EXCEED THE ACTUAL LENGTH   00043500
043600*  PASSED TO THIS PROGRAM.                                        00043600
043700*                                                                 00043700
043800 PROCEDURE DIVISION USING MVS-PARM.                               00043800
043900 START-UP.                                                        00043900
044000     CALL SQLITE3A USING SQLITE3-LIBVERSION                       00044000
044100          RETURNING LS-LIBVERSION-POINTER                         00044100
044200     END-CALL                                                     00044200
044300     IF LS-LIBVERSION-POINTER NOT EQUAL TO NULL THEN              00044300
044400        SET ADDRESS OF LINKAGE-LIBVERSION TO                      00044400
044500            LS-LIBVERSION-POINTER                                 00044500
044600        MOVE ZERO TO LS-LIBVERSION-LENGTH                         00044600
044700        INSPECT LINKAGE-LIBVERSION                                00044700
044800                TALLYING LS-LIBVERSION-LENGTH                     00044800
044900                FOR CHARACTERS BEFORE INITIAL LOW-VALUE           00044900
045000        DISPLAY 'Sqlite version is '                              00045000
045100                LINKAGE-LIBVERSION(1:LS-LIBVERSION-LENGTH)        00045100
045200                UPON SYSOUT                                       00045200
045300     END-IF                                                       00045300
045400     CALL SQLITE3A USING SQLITE3-INITIALIZE                       00045400
045500     RETURNING LS-SQL-RC                                          00045500
045600     END-CALL                                                     00045600
045700     IF LS-SQL-RC NOT = SQLITE-OK THEN                            00045700
045800        DISPLAY 'SQLITE-INITIALIZE FAILED. RC='                   00045800
045900            LS-SQL-RC                                             00045900
046000            UPON SYSOUT                                           00046000
046100        MOVE +16 TO RETURN-CODE                                   00046100
046200        GOBACK                                                    00046200
046300     END-IF                                                       00046300
046400     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               00046400
046500     MOVE SPACES TO WS-JOB-NAME                                   00046500
046600     CALL 'CEE3JPI' USING LS-JPI-FUNC, WS-JOB-NAME,               00046600
046700             LS-JPI-BUFLEN, LS-JPI-RETLEN, LE-FC                  00046700
046800     MOVE SPACES TO WS-REPORT-LINE                                00046800
046900     OPEN OUTPUT REPORT1-FD                                       00046900
047000     .                                                            00047000
047100 PARSE-PARM.                                                      00047100
047200     MOVE SPACES TO WS-PARM-DBPATH                                00047200
047300     MOVE SPACES TO WS-PARM-FUNC                                  00047300
047400     MOVE SPACES TO WS-PARM-BUSDATE                               00047400
047500     IF MVS-PARM-LENGTH IS GREATER THAN ZERO THEN                 00047500
047600        UNSTRING MVS-PARM-VALUE(1:MVS-PARM-LENGTH)                00047600
047700            DELIMITED BY ','                                      00047700
047800             INTO WS-PARM-DBPATH, WS-PARM-FUNC,                   00047800
047900                  WS-PARM-BUSDATE                                 00047900
048000        END-UNSTRING                                              00048000
048100     END-IF                                                       00048100
048200     MOVE ZERO TO WS-PARM-LEN                                     00048200
048300     INSPECT WS-PARM-DBPATH TALLYING WS-PARM-LEN                  00048300
048400             FOR CHARACTERS BEFORE INITIAL SPACE                  00048400
048500     IF WS-PARM-LEN IS GREATER THAN ZERO THEN                     00048500
048600        MOVE WS-PARM-DBPATH(1:WS-PARM-LEN) TO SQL-ZCHAR           00048600
048700        MOVE LOW-VALUES TO SQL-ZCHAR(WS-PARM-LEN + 1:1)           00048700
048800     ELSE                                                         00048800
048900        MOVE Z'/tmp/testcob4.sqlite3' TO SQL-ZCHAR                00048900
049000     END-IF                                                       00049000
049100     IF WS-PARM-FUNC IS EQUAL TO SPACES THEN                      00049100
049200        MOVE 'MONITOR' TO WS-PARM-FUNC                            00049200
049300     END-IF                                                       00049300
049400     IF WS-PARM-FUNC IS NOT EQUAL TO 'MONITOR' AND                00049400
049500        WS-PARM-FUNC IS NOT EQUAL TO 'SCHEDULE' THEN              00049500
049600        DISPLAY 'FEED FUNCTION MUST BE MONITOR OR SCHEDULE.'      00049600
049700           UPON SYSOUT                                            00049700
049800        MOVE +16 TO RETURN-CODE                                   00049800
049900        CLOSE REPORT1-FD                                          00049900
050000        GOBACK                                                    00050000
050100     END-IF                                                       00050100
050200     IF WS-PARM-BUSDATE IS NOT EQUAL TO SPACES THEN               00050200
050300        MOVE WS-PARM-BUSDATE TO WS-BUS-DATE                       00050300
050400     ELSE                                                         00050400
050500        MOVE WS-RUN-DATE TO WS-BUS-DATE                           00050500
050600     END-IF                                                       00050600
050700     IF WS-BUS-DATE IS NOT NUMERIC THEN                           00050700
050800        DISPLAY 'INVALID BUSDATE IN PARM: ' WS-BUS-DATE           00050800
050900           UPON SYSOUT                                            00050900
051000        MOVE +16 TO RETURN-CODE                                   00051000
051100        CLOSE REPORT1-FD                                          00051100
051200        GOBACK                                                    00051200
051300     END-IF                                                       00051300
051400     .                                                            00051400
051500 INITIALIZE-SQLITE.                                               00051500
051600     IF WS-PARM-FUNC IS EQUAL TO 'SCHEDULE' THEN                  00051600
051700        MOVE SQLITE-OPEN-READWRITE TO LS-OPEN-FLAGS               00051700
051800     ELSE                                                         00051800
051900        MOVE SQLITE-OPEN-READONLY TO LS-OPEN-FLAGS                00051900
052000     END-IF                                                       00052000
052100     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00052100
052200         BY REFERENCE SQL-ZCHAR                                   00052200
052300         BY REFERENCE LS-DB                                       00052300
052400         BY VALUE LS-OPEN-FLAGS                                   00052400
052500         BY VALUE LS-NULL                                         00052500
052600         RETURNING LS-SQL-RC                                      00052600
052700     END-CALL                                                     00052700
052800     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00052800
052900        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00052900
053000        DISPLAY 'SQLITE3-OPEN FAILED. RC='                        00053000
053100           LS-SQL-RC UPON SYSOUT                                  00053100
053200        PERFORM DISPLAY-SQL-ERROR                                 00053200
053300        MOVE +16 TO RETURN-CODE                                   00053300
053400        CLOSE REPORT1-FD                                          00053400
053500        GOBACK                                                    00053500
053600     END-IF                                                       00053600
053700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00053700
053800         BY VALUE LS-DB                                           00053800
053900         BY VALUE LS-BUSY-TIMEOUT-MS                              00053900
054000         RETURNING LS-SQL-RC                                      00054000
054100     END-CALL                                                     00054100
054200     IF WS-PARM-FUNC IS EQUAL TO 'MONITOR' THEN                   00054200
054300        GO TO SET-MONITOR-DAY                                     00054300
054400     END-IF                                                       00054400
054500     .                                                            00054500
054600*                                                                 00054600
054700* SCHEDULE: FEED_SCHEDULE is created here on first use, with      00054700
054800* AUDIT_LOG for the trail of changes to it.                       00054800
054900*                                                                 00054900
055000 CREATE-SCHEDULE-TABLES.                                          00055000
055100     MOVE 1 TO WS-SQL-PTR                                         00055100
055200     STRING 'CREATE TABLE IF NOT EXISTS AUDIT_LOG ('              00055200
055300         DELIMITED BY SIZE                                        00055300
055400         'TABLE_NAME TEXT, OPERATION TEXT, '                      00055400
055500         DELIMITED BY SIZE                                        00055500
055600         'BEFORE_VALUE TEXT, AFTER_VALUE TEXT, '                  00055600
055700         DELIMITED BY SIZE                                        00055700
055800         'LOG_TIME REAL, JOB_NAME TEXT)' DELIMITED BY SIZE        00055800
055900         INTO SQL-ZCHAR                                           00055900
056000         WITH POINTER WS-SQL-PTR                                  00056000
056100     END-STRING                                                   00056100
056200     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00056200
056300     MOVE 'CREATE AUDIT_LOG' TO WS-PREP-LABEL                     00056300
056400     PERFORM EXECUTE-ONE-STATEMENT                                00056400
056500     MOVE 1 TO WS-SQL-PTR                                         00056500
056600     STRING 'CREATE TABLE IF NOT EXISTS FEED_SCHEDULE ('          00056600
056700         DELIMITED BY SIZE                                        00056700
056800         'FEED_SOURCE TEXT, DAY_OF_WEEK INTEGER, '                00056800
056900         DELIMITED BY SIZE                                        00056900
057000         'CUTOFF_TIME TEXT, TOLERANCE_PCT INTEGER, '              00057000
057100         DELIMITED BY SIZE                                        00057100
057200         'PRIMARY KEY(FEED_SOURCE,DAY_OF_WEEK))'                  00057200
057300         DELIMITED BY SIZE                                        00057300
057400         INTO SQL-ZCHAR                                           00057400
057500         WITH POINTER WS-SQL-PTR                                  00057500
057600     END-STRING                                                   00057600
057700     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00057700
057800     MOVE 'CREATE FEED_SCHEDULE' TO WS-PREP-LABEL                 00057800
057900     PERFORM EXECUTE-ONE-STATEMENT                                00057900
058000     .                                                            00058000
058100 PREPARE-STATEMENTS.                                              00058100
058200     MOVE 1 TO WS-SQL-PTR                                         00058200
058300     STRING 'INSERT INTO AUDIT_LOG(TABLE_NAME,OPERATION,'         00058300
058400         DELIMITED BY SIZE                                        00058400
058500         'BEFORE_VALUE,AFTER_VALUE,LOG_TIME,JOB_NAME) '           00058500
058600         DELIMITED BY SIZE                                        00058600
058700         'VALUES(?,?,?,?,?,?)' DELIMITED BY SIZE                  00058700
058800         INTO SQL-ZCHAR                                           00058800
058900         WITH POINTER WS-SQL-PTR                                  00058900
059000     END-STRING                                                   00059000
059100     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00059100
059200     MOVE 'AUDIT INSERT' TO WS-PREP-LABEL                         00059200
059300     PERFORM PREPARE-ONE-STATEMENT                                00059300
059400     SET LS-AUDIT-STMT TO LS-PREPARED-STMT                        00059400
059500     MOVE 1 TO WS-SQL-PTR                                         00059500
059600     STRING 'SELECT CUTOFF_TIME, TOLERANCE_PCT ' DELIMITED BY SIZE00059600
059700         'FROM FEED_SCHEDULE WHERE FEED_SOURCE = ? '              00059700
059800         DELIMITED BY SIZE                                        00059800
059900         'AND DAY_OF_WEEK = ?' DELIMITED BY SIZE                  00059900
060000         INTO SQL-ZCHAR                                           00060000
060100         WITH POINTER WS-SQL-PTR                                  00060100
060200     END-STRING                                                   00060200
060300     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00060300
060400     MOVE 'SCHEDULE SELECT' TO WS-PREP-LABEL                      00060400
060500     PERFORM PREPARE-ONE-STATEMENT                                00060500
060600     SET LS-FIND-STMT TO LS-PREPARED-STMT                         00060600
060700     MOVE 1 TO WS-SQL-PTR                                         00060700
060800     STRING 'INSERT OR REPLACE INTO FEED_SCHEDULE('               00060800
060900         DELIMITED BY SIZE                                        00060900
061000         'FEED_SOURCE,DAY_OF_WEEK,CUTOFF_TIME,TOLERANCE_PCT) '    00061000
061100         DELIMITED BY SIZE                                        00061100
061200         'VALUES(?,?,?,?)' DELIMITED BY SIZE                      00061200
061300         INTO SQL-ZCHAR                                           00061300
061400         WITH POINTER WS-SQL-PTR                                  00061400
061500     END-STRING                                                   00061500
061600     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00061600
061700     MOVE 'SCHEDULE REPLACE' TO WS-PREP-LABEL                     00061700
061800     PERFORM PREPARE-ONE-STATEMENT                                00061800
061900     SET LS-UPSERT-STMT TO LS-PREPARED-STMT                       00061900
062000     MOVE 1 TO WS-SQL-PTR                                         00062000
062100     STRING 'DELETE FROM FEED_SCHEDULE ' DELIMITED BY SIZE        00062100
062200         'WHERE FEED_SOURCE = ? AND DAY_OF_WEEK = ?'              00062200
062300         DELIMITED BY SIZE                                        00062300
062400         INTO SQL-ZCHAR                                           00062400
062500         WITH POINTER WS-SQL-PTR                                  00062500
062600     END-STRING                                                   00062600
062700     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00062700
062800     MOVE 'SCHEDULE DELETE' TO WS-PREP-LABEL                      00062800
062900     PERFORM PREPARE-ONE-STATEMENT                                00062900
063000     SET LS-DELETE-STMT TO LS-PREPARED-STMT                       00063000
063100     .                                                            00063100
063200 BEGIN-TRANSACTION.                                               00063200
063300     MOVE Z'BEGIN TRANSACTION' TO SQL-ZCHAR                       00063300
063400     MOVE 'BEGIN TRANSACTION' TO WS-PREP-LABEL                    00063400
063500     PERFORM EXECUTE-ONE-STATEMENT                                00063500
063600     .                                                            00063600
063700*                                                                 00063700
063800* Each card is echoed and applied as it is read; the first        00063800
063900* card in error stops the deck and everything is rolled back.     00063900
064000*                                                                 00064000
064100 READ-SCHEDULE-CARDS.                                             00064100
064200     PERFORM WRITE-REPORT-HEADING                                 00064200
064300     OPEN INPUT SYSIN-FILE                                        00064300
064400     MOVE 'N' TO WS-EOF-SWITCH                                    00064400
064500     PERFORM UNTIL WS-EOF OR RETURN-CODE IS EQUAL TO +16          00064500
064600        READ SYSIN-FILE                                           00064600
064700           AT END                                                 00064700
064800              MOVE 'Y' TO WS-EOF-SWITCH                           00064800
064900           NOT AT END                                             00064900
065000              PERFORM PROCESS-SCHEDULE-CARD                       00065000
065100        END-READ                                                  00065100
065200     END-PERFORM                                                  00065200
065300     CLOSE SYSIN-FILE                                             00065300
065400     IF RETURN-CODE IS EQUAL TO +16 THEN                          00065400
065500        GO TO COMMIT-TRANSACTION                                  00065500
065600     END-IF                                                       00065600
065700     .                                                            00065700
065800*                                                                 00065800
065900* The schedule as it stands once the cards are applied.           00065900
066000*                                                                 00066000
066100 LIST-SCHEDULE.                                                   00066100
066200     MOVE SPACES TO WS-REPORT-LINE                                00066200
066300     PERFORM WRITE-REPORT-LINE-OUT                                00066300
066400     MOVE 'S' TO WS-LISTING-SWITCH                                00066400
066500     MOVE WS-SCHED-HEADER TO WS-REPORT-LINE                       00066500
066600     PERFORM WRITE-REPORT-LINE-OUT                                00066600
066700     MOVE 1 TO WS-SQL-PTR                                         00066700
066800     STRING 'SELECT FEED_SOURCE, DAY_OF_WEEK, CUTOFF_TIME, '      00066800
066900         DELIMITED BY SIZE                                        00066900
067000         'TOLERANCE_PCT FROM FEED_SCHEDULE ' DELIMITED BY SIZE    00067000
067100         'ORDER BY FEED_SOURCE, DAY_OF_WEEK' DELIMITED BY SIZE    00067100
067200         INTO SQL-ZCHAR                                           00067200
067300         WITH POINTER WS-SQL-PTR                                  00067300
067400     END-STRING                                                   00067400
067500     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00067500
067600     MOVE 'SCHEDULE LIST' TO WS-PREP-LABEL                        00067600
067700     PERFORM PREPARE-ONE-STATEMENT                                00067700
067800     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00067800
067900     MOVE ZERO TO LS-SQL-RC                                       00067900
068000     PERFORM UNTIL LS-SQL-RC NOT = 0                              00068000
068100        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00068100
068200            BY VALUE LS-WORK-STMT                                 00068200
068300            RETURNING LS-SQL-RC                                   00068300
068400        END-CALL                                                  00068400
068500        EVALUATE LS-SQL-RC                                        00068500
068600        WHEN SQLITE-ROW                                           00068600
068700             PERFORM LIST-ONE-SCHEDULE-ROW                        00068700
068800             MOVE ZERO TO LS-SQL-RC                               00068800
068900        WHEN SQLITE-DONE                                          00068900
069000             MOVE +4 TO LS-SQL-RC                                 00069000
069100        WHEN OTHER                                                00069100
069200             DISPLAY 'SCHEDULE LIST STEP FAILED. RC='             00069200
069300                LS-SQL-RC UPON SYSOUT                             00069300
069400             PERFORM DISPLAY-SQL-ERROR                            00069400
069500             MOVE +16 TO RETURN-CODE                              00069500
069600        END-EVALUATE                                              00069600
069700     END-PERFORM                                                  00069700
069800     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00069800
069900         BY VALUE LS-WORK-STMT                                    00069900
070000         RETURNING LS-SQL-RC                                      00070000
070100     END-CALL                                                     00070100
070200     MOVE SPACE TO WS-LISTING-SWITCH                              00070200
070300     GO TO COMMIT-TRANSACTION                                     00070300
070400     .                                                            00070400
070500*                                                                 00070500
070600* MONITOR: the business date's day of the week picks the          00070600
070700* sources due, and its CEESECS seconds are the 00:00 the          00070700
070800* cutoffs count from.                                             00070800
070900*                                                                 00070900
071000 SET-MONITOR-DAY.                                                 00071000
071100     MOVE WS-BUS-DATE TO WS-CEESECS-IN-STR                        00071100
071200     CALL 'CEEDAYS' USING WS-CEESECS-INPUT,                       00071200
071300          WS-DATE-PICTURE, LS-BUS-LILIAN, LE-FC                   00071300
071400     CALL 'CEEDYWK' USING LS-BUS-LILIAN, LS-DAY-OF-WEEK,          00071400
071500          LE-FC                                                   00071500
071600     CALL 'CEESECS' USING WS-CEESECS-INPUT,                       00071600
071700          WS-DATE-PICTURE, LS-BUS-SECS, LE-FC                     00071700
071800     IF LS-DAY-OF-WEEK IS LESS THAN 1 OR                          00071800
071900        LS-DAY-OF-WEEK IS GREATER THAN 7 THEN                     00071900
072000        DISPLAY 'INVALID BUSDATE IN PARM: ' WS-BUS-DATE           00072000
072100           UPON SYSOUT                                            00072100
072200        MOVE +16 TO RETURN-CODE                                   00072200
072300        GO TO SHUTDOWN                                            00072300
072400     END-IF                                                       00072400
072500     PERFORM WRITE-REPORT-HEADING                                 00072500
072600     .                                                            00072600
072700*                                                                 00072700
072800* No feed is expected on a HOLIDAY on BUSINESS_CALENDAR (when     00072800
072900* the calendar is kept at all).                                   00072900
073000*                                                                 00073000
073100 CHECK-HOLIDAY.                                                   00073100
073200     MOVE 1 TO WS-SQL-PTR                                         00073200
073300     STRING 'SELECT DAY_TYPE, HOLIDAY_NAME ' DELIMITED BY SIZE    00073300
073400         'FROM BUSINESS_CALENDAR WHERE CAL_DATE = ?'              00073400
073500         DELIMITED BY SIZE                                        00073500
073600         INTO SQL-ZCHAR                                           00073600
073700         WITH POINTER WS-SQL-PTR                                  00073700
073800     END-STRING                                                   00073800
073900     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00073900
074000     PERFORM PREPARE-SOFT-STATEMENT                               00074000
074100     IF WS-PREP-OK THEN                                           00074100
074200        SET LS-WORK-STMT TO LS-PREPARED-STMT                      00074200
074300        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00074300
074400            BY VALUE LS-WORK-STMT                                 00074400
074500            BY VALUE LS-ONE                                       00074500
074600            BY REFERENCE WS-BUS-DATE                              00074600
074700            BY VALUE 8                                            00074700
074800            BY VALUE SQLITE-TRANSIENT                             00074800
074900            RETURNING LS-SQL-RC                                   00074900
075000        END-CALL                                                  00075000
075100        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00075100
075200            BY VALUE LS-WORK-STMT                                 00075200
075300            RETURNING LS-SQL-RC                                   00075300
075400        END-CALL                                                  00075400
075500        IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                  00075500
075600           MOVE +0 TO LS-COLUMN-NUMBER                            00075600
075700           PERFORM GET-COLUMN-TEXT                                00075700
075800           MOVE WS-COL-VALUE TO WS-DAY-TYPE                       00075800
075900           MOVE +1 TO LS-COLUMN-NUMBER                            00075900
076000           PERFORM GET-COLUMN-TEXT                                00076000
076100           MOVE WS-COL-VALUE TO WS-HOLIDAY-NAME                   00076100
076200        END-IF                                                    00076200
076300        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00076300
076400            BY VALUE LS-WORK-STMT                                 00076400
076500            RETURNING LS-SQL-RC                                   00076500
076600        END-CALL                                                  00076600
076700     END-IF                                                       00076700
076800     IF WS-DAY-TYPE IS EQUAL TO 'HOLIDAY' THEN                    00076800
076900        MOVE 1 TO WS-RPT-PTR                                      00076900
077000        STRING 'HOLIDAY ' DELIMITED BY SIZE                       00077000
077100            WS-HOLIDAY-NAME DELIMITED BY '  '                     00077100
077200            ' - NO FEEDS ARE EXPECTED.' DELIMITED BY SIZE         00077200
077300            INTO WS-REPORT-LINE                                   00077300
077400            WITH POINTER WS-RPT-PTR                               00077400
077500        END-STRING                                                00077500
077600        DISPLAY WS-REPORT-LINE(1:WS-RPT-PTR - 1) UPON SYSOUT      00077600
077700        PERFORM WRITE-REPORT-LINE-OUT                             00077700
077800        GO TO SHUTDOWN                                            00077800
077900     END-IF                                                       00077900
078000     .                                                            00078000
078100*                                                                 00078100
078200* The day's registrations for a source, and the average of its    00078200
078300* last 20 feed dates before this one. TRL_HASH is kept as the     00078300
078400* trailer's 13 digits with 2 implied decimals.                    00078400
078500*                                                                 00078500
078600 PREPARE-MONITOR-STATEMENTS.                                      00078600
078700     MOVE 1 TO WS-SQL-PTR                                         00078700
078800     STRING 'SELECT COUNT(*), TOTAL(TRL_COUNT), '                 00078800
078900         DELIMITED BY SIZE                                        00078900
079000         'TOTAL(CAST(TRL_HASH AS INTEGER)), MIN(LOAD_TIME) '      00079000
079100         DELIMITED BY SIZE                                        00079100
079200         'FROM FEED_REGISTER WHERE FEED_SOURCE = ? '              00079200
079300         DELIMITED BY SIZE                                        00079300
079400         'AND FEED_DATE = ?' DELIMITED BY SIZE                    00079400
079500         INTO SQL-ZCHAR                                           00079500
079600         WITH POINTER WS-SQL-PTR                                  00079600
079700     END-STRING                                                   00079700
079800     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00079800
079900     MOVE 'REGISTER SELECT' TO WS-PREP-LABEL                      00079900
080000     PERFORM PREPARE-ONE-STATEMENT                                00080000
080100     SET LS-TODAY-STMT TO LS-PREPARED-STMT                        00080100
080200     MOVE 1 TO WS-SQL-PTR                                         00080200
080300     STRING 'SELECT COUNT(*), AVG(C), AVG(H) FROM ('              00080300
080400         DELIMITED BY SIZE                                        00080400
080500         'SELECT FEED_DATE, SUM(TRL_COUNT) AS C, '                00080500
080600         DELIMITED BY SIZE                                        00080600
080700         'SUM(CAST(TRL_HASH AS INTEGER)) AS H '                   00080700
080800         DELIMITED BY SIZE                                        00080800
080900         'FROM FEED_REGISTER WHERE FEED_SOURCE = ? '              00080900
081000         DELIMITED BY SIZE                                        00081000
081100         'AND FEED_DATE < ? GROUP BY FEED_DATE '                  00081100
081200         DELIMITED BY SIZE                                        00081200
081300         'ORDER BY FEED_DATE DESC LIMIT 20)'                      00081300
081400         DELIMITED BY SIZE                                        00081400
081500         INTO SQL-ZCHAR                                           00081500
081600         WITH POINTER WS-SQL-PTR                                  00081600
081700     END-STRING                                                   00081700
081800     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00081800
081900     MOVE 'REGISTER HISTORY' TO WS-PREP-LABEL                     00081900
082000     PERFORM PREPARE-ONE-STATEMENT                                00082000
082100     SET LS-HISTORY-STMT TO LS-PREPARED-STMT                      00082100
082200     .                                                            00082200
082300*                                                                 00082300
082400* Every source due on the day, in FEED_SOURCE order.              00082400
082500*                                                                 00082500
082600 MONITOR-SCHEDULE.                                                00082600
082700     MOVE 1 TO WS-SQL-PTR                                         00082700
082800     STRING 'SELECT FEED_SOURCE, CUTOFF_TIME, TOLERANCE_PCT '     00082800
082900         DELIMITED BY SIZE                                        00082900
083000         'FROM FEED_SCHEDULE WHERE DAY_OF_WEEK = ? '              00083000
083100         DELIMITED BY SIZE                                        00083100
083200         'ORDER BY FEED_SOURCE' DELIMITED BY SIZE                 00083200
083300         INTO SQL-ZCHAR                                           00083300
083400         WITH POINTER WS-SQL-PTR                                  00083400
083500     END-STRING                                                   00083500
083600     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00083600
083700     MOVE 'SCHEDULE SELECT' TO WS-PREP-LABEL                      00083700
083800     PERFORM PREPARE-ONE-STATEMENT                                00083800
083900     SET LS-SCHED-STMT TO LS-PREPARED-STMT                        00083900
084000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00084000
084100         BY VALUE LS-SCHED-STMT                                   00084100
084200         BY VALUE LS-ONE                                          00084200
084300         BY VALUE LS-DAY-OF-WEEK                                  00084300
084400         RETURNING LS-SQL-RC                                      00084400
084500     END-CALL                                                     00084500
084600     MOVE 'F' TO WS-LISTING-SWITCH                                00084600
084700     MOVE WS-FEED-HEADER TO WS-REPORT-LINE                        00084700
084800     PERFORM WRITE-REPORT-LINE-OUT                                00084800
084900     MOVE ZERO TO LS-SQL-RC                                       00084900
085000     PERFORM UNTIL LS-SQL-RC NOT = 0 OR                           00085000
085100                   RETURN-CODE IS EQUAL TO +16                    00085100
085200        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00085200
085300            BY VALUE LS-SCHED-STMT                                00085300
085400            RETURNING LS-SQL-RC                                   00085400
085500        END-CALL                                                  00085500
085600        EVALUATE LS-SQL-RC                                        00085600
085700        WHEN SQLITE-ROW                                           00085700
085800             PERFORM CHECK-ONE-FEED THRU CHECK-ONE-FEED-EXIT      00085800
085900             MOVE ZERO TO LS-SQL-RC                               00085900
086000        WHEN SQLITE-DONE                                          00086000
086100             MOVE +4 TO LS-SQL-RC                                 00086100
086200        WHEN OTHER                                                00086200
086300             DISPLAY 'SCHEDULE STEP FAILED. RC='                  00086300
086400                LS-SQL-RC UPON SYSOUT                             00086400
086500             PERFORM DISPLAY-SQL-ERROR                            00086500
086600             MOVE +16 TO RETURN-CODE                              00086600
086700        END-EVALUATE                                              00086700
086800     END-PERFORM                                                  00086800
086900     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00086900
087000         BY VALUE LS-SCHED-STMT                                   00087000
087100         RETURNING LS-SQL-RC                                      00087100
087200     END-CALL                                                     00087200
087300     IF RETURN-CODE IS EQUAL TO +16 THEN                          00087300
087400        GO TO SHUTDOWN                                            00087400
087500     END-IF                                                       00087500
087600     IF WS-SCHEDULED-COUNT IS EQUAL TO ZERO THEN                  00087600
087700        MOVE 'NO FEEDS ARE SCHEDULED FOR THIS DAY OF THE WEEK.'   00087700
087800           TO WS-REPORT-LINE                                      00087800
087900        PERFORM WRITE-REPORT-LINE-OUT                             00087900
088000     END-IF                                                       00088000
088100     .                                                            00088100
088200*                                                                 00088200
088300* Feeds registered for the date from sources not due that         00088300
088400* day, listed for information only.                               00088400
088500*                                                                 00088500
088600 LIST-UNSCHEDULED.                                                00088600
088700     MOVE 1 TO WS-SQL-PTR                                         00088700
088800     STRING 'SELECT FEED_SOURCE, COUNT(*), TOTAL(TRL_COUNT), '    00088800
088900         DELIMITED BY SIZE                                        00088900
089000         'TOTAL(CAST(TRL_HASH AS INTEGER)), MIN(LOAD_TIME) '      00089000
089100         DELIMITED BY SIZE                                        00089100
089200         'FROM FEED_REGISTER WHERE FEED_DATE = ? '                00089200
089300         DELIMITED BY SIZE                                        00089300
089400         'AND FEED_SOURCE NOT IN (SELECT FEED_SOURCE '            00089400
089500         DELIMITED BY SIZE                                        00089500
089600         'FROM FEED_SCHEDULE WHERE DAY_OF_WEEK = ?) '             00089600
089700         DELIMITED BY SIZE                                        00089700
089800         'GROUP BY FEED_SOURCE ORDER BY FEED_SOURCE'              00089800
089900         DELIMITED BY SIZE                                        00089900
090000         INTO SQL-ZCHAR                                           00090000
090100         WITH POINTER WS-SQL-PTR                                  00090100
090200     END-STRING                                                   00090200
090300     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00090300
090400     MOVE 'UNSCHEDULED SELECT' TO WS-PREP-LABEL                   00090400
090500     PERFORM PREPARE-ONE-STATEMENT                                00090500
090600     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00090600
090700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00090700
090800         BY VALUE LS-WORK-STMT                                    00090800
090900         BY VALUE LS-ONE                                          00090900
091000         BY REFERENCE WS-BUS-DATE                                 00091000
091100         BY VALUE 8                                               00091100
091200         BY VALUE SQLITE-TRANSIENT                                00091200
091300         RETURNING LS-SQL-RC                                      00091300
091400     END-CALL                                                     00091400
091500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00091500
091600         BY VALUE LS-WORK-STMT                                    00091600
091700         BY VALUE LS-TWO                                          00091700
091800         BY VALUE LS-DAY-OF-WEEK                                  00091800
091900         RETURNING LS-SQL-RC                                      00091900
092000     END-CALL                                                     00092000
092100     MOVE ZERO TO LS-SQL-RC                                       00092100
092200     PERFORM UNTIL LS-SQL-RC NOT = 0                              00092200
092300        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00092300
092400            BY VALUE LS-WORK-STMT                                 00092400
092500            RETURNING LS-SQL-RC                                   00092500
092600        END-CALL                                                  00092600
092700        EVALUATE LS-SQL-RC                                        00092700
092800        WHEN SQLITE-ROW                                           00092800
092900             PERFORM LIST-ONE-UNSCHEDULED                         00092900
093000             MOVE ZERO TO LS-SQL-RC                               00093000
093100        WHEN SQLITE-DONE                                          00093100
093200             MOVE +4 TO LS-SQL-RC                                 00093200
093300        WHEN OTHER                                                00093300
093400             DISPLAY 'UNSCHEDULED STEP FAILED. RC='               00093400
093500                LS-SQL-RC UPON SYSOUT                             00093500
093600             PERFORM DISPLAY-SQL-ERROR                            00093600
093700             MOVE +16 TO RETURN-CODE                              00093700
093800        END-EVALUATE                                              00093800
093900     END-PERFORM                                                  00093900
094000     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00094000
094100         BY VALUE LS-WORK-STMT                                    00094100
094200         RETURNING LS-SQL-RC                                      00094200
094300     END-CALL                                                     00094300
094400     .                                                            00094400
094500 PRINT-MONITOR-SUMMARY.                                           00094500
094600     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00094600
094700         BY VALUE LS-TODAY-STMT                                   00094700
094800         RETURNING LS-SQL-RC                                      00094800
094900     END-CALL                                                     00094900
095000     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00095000
095100         BY VALUE LS-HISTORY-STMT                                 00095100
095200         RETURNING LS-SQL-RC                                      00095200
095300     END-CALL                                                     00095300
095400     MOVE SPACE TO WS-LISTING-SWITCH                              00095400
095500     MOVE SPACES TO WS-REPORT-LINE                                00095500
095600     PERFORM WRITE-REPORT-LINE-OUT                                00095600
095700     MOVE WS-SCHEDULED-COUNT TO WS-COUNT-DISPLAY                  00095700
095800     STRING 'FEEDS SCHEDULED    : ' DELIMITED BY SIZE             00095800
095900         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00095900
096000         INTO WS-REPORT-LINE                                      00096000
096100     END-STRING                                                   00096100
096200     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00096200
096300     PERFORM WRITE-REPORT-LINE-OUT                                00096300
096400     MOVE WS-ARRIVED-COUNT TO WS-COUNT-DISPLAY                    00096400
096500     STRING 'FEEDS ARRIVED      : ' DELIMITED BY SIZE             00096500
096600         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00096600
096700         INTO WS-REPORT-LINE                                      00096700
096800     END-STRING                                                   00096800
096900     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00096900
097000     PERFORM WRITE-REPORT-LINE-OUT                                00097000
097100     MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY                    00097100
097200     STRING 'FEEDS MISSING      : ' DELIMITED BY SIZE             00097200
097300         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00097300
097400         INTO WS-REPORT-LINE                                      00097400
097500     END-STRING                                                   00097500
097600     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00097600
097700     PERFORM WRITE-REPORT-LINE-OUT                                00097700
097800     MOVE WS-LATE-COUNT TO WS-COUNT-DISPLAY                       00097800
097900     STRING 'FEEDS LATE         : ' DELIMITED BY SIZE             00097900
098000         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00098000
098100         INTO WS-REPORT-LINE                                      00098100
098200     END-STRING                                                   00098200
098300     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00098300
098400     PERFORM WRITE-REPORT-LINE-OUT                                00098400
098500     MOVE WS-VOLUME-COUNT TO WS-COUNT-DISPLAY                     00098500
098600     STRING 'FEEDS OUT OF BAND  : ' DELIMITED BY SIZE             00098600
098700         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00098700
098800         INTO WS-REPORT-LINE                                      00098800
098900     END-STRING                                                   00098900
099000     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00099000
099100     PERFORM WRITE-REPORT-LINE-OUT                                00099100
099200     MOVE WS-UNSCHED-COUNT TO WS-COUNT-DISPLAY                    00099200
099300     STRING 'FEEDS NOT SCHEDULED: ' DELIMITED BY SIZE             00099300
099400         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00099400
099500         INTO WS-REPORT-LINE                                      00099500
099600     END-STRING                                                   00099600
099700     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00099700
099800     PERFORM WRITE-REPORT-LINE-OUT                                00099800
099900     IF WS-FLAGGED-COUNT IS GREATER THAN ZERO AND                 00099900
100000        RETURN-CODE IS LESS THAN +8 THEN                          00100000
100100        MOVE +8 TO RETURN-CODE                                    00100100
100200        DISPLAY 'FEED EXCEPTIONS FOUND FOR ' WS-BUS-DATE          00100200
100300           UPON SYSOUT                                            00100300
100400     END-IF                                                       00100400
100500     GO TO SHUTDOWN                                               00100500
100600     .                                                            00100600
100700*                                                                 00100700
100800* One SCHEDULE card: edited in full before anything is            00100800
100900* changed.                                                        00100900
101000*                                                                 00101000
101100 PROCESS-SCHEDULE-CARD.                                           00101100
101200     IF SYSIN-RECORD(1:1) IS EQUAL TO '*' OR                      00101200
101300        SYSIN-RECORD IS EQUAL TO SPACES THEN                      00101300
101400        CONTINUE                                                  00101400
101500     ELSE                                                         00101500
101600        ADD 1 TO WS-CARD-COUNT                                    00101600
101700        MOVE 1 TO WS-RPT-PTR                                      00101700
101800        STRING 'CARD: ' DELIMITED BY SIZE                         00101800
101900            SYSIN-RECORD DELIMITED BY SIZE                        00101900
102000            INTO WS-REPORT-LINE                                   00102000
102100            WITH POINTER WS-RPT-PTR                               00102100
102200        END-STRING                                                00102200
102300        PERFORM WRITE-REPORT-LINE-OUT                             00102300
102400        MOVE SPACES TO WS-CARD-KEYWORD                            00102400
102500        MOVE SPACES TO WS-CARD-VALUE                              00102500
102600        UNSTRING SYSIN-RECORD                                     00102600
102700            DELIMITED BY '='                                      00102700
102800             INTO WS-CARD-KEYWORD, WS-CARD-VALUE                  00102800
102900        END-UNSTRING                                              00102900
103000        MOVE SPACES TO WS-CARD-SOURCE                             00103000
103100        MOVE SPACES TO WS-CARD-DAYS                               00103100
103200        MOVE SPACES TO WS-CARD-CUTOFF                             00103200
103300        MOVE SPACES TO WS-CARD-TOL                                00103300
103400        UNSTRING WS-CARD-VALUE                                    00103400
103500            DELIMITED BY ',' OR SPACE                             00103500
103600             INTO WS-CARD-SOURCE, WS-CARD-DAYS,                   00103600
103700                  WS-CARD-CUTOFF, WS-CARD-TOL                     00103700
103800        END-UNSTRING                                              00103800
103900        MOVE SPACES TO WS-CARD-ERROR                              00103900
104000        EVALUATE TRUE                                             00104000
104100        WHEN WS-CARD-KEYWORD IS NOT EQUAL TO 'EXPECT' AND         00104100
104200             WS-CARD-KEYWORD IS NOT EQUAL TO 'DROP'               00104200
104300             MOVE 'KEYWORD MUST BE EXPECT OR DROP'                00104300
104400                TO WS-CARD-ERROR                                  00104400
104500        WHEN WS-CARD-SOURCE IS EQUAL TO SPACES OR                 00104500
104600             WS-CARD-SOURCE(9:) IS NOT EQUAL TO SPACES            00104600
104700             MOVE 'SOURCE MUST BE 1 TO 8 CHARACTERS'              00104700
104800                TO WS-CARD-ERROR                                  00104800
104900        WHEN WS-CARD-KEYWORD IS EQUAL TO 'DROP' AND               00104900
105000             WS-CARD-CUTOFF IS NOT EQUAL TO SPACES                00105000
105100             MOVE 'DROP TAKES ONLY A SOURCE AND DAYS'             00105100
105200                TO WS-CARD-ERROR                                  00105200
105300        WHEN OTHER                                                00105300
105400             PERFORM EDIT-DAYS                                    00105400
105500        END-EVALUATE                                              00105500
105600        IF WS-CARD-ERROR IS EQUAL TO SPACES AND                   00105600
105700           WS-CARD-KEYWORD IS EQUAL TO 'EXPECT' THEN              00105700
105800           PERFORM EDIT-CUTOFF                                    00105800
105900           IF WS-CARD-ERROR IS EQUAL TO SPACES THEN               00105900
106000              PERFORM EDIT-TOLERANCE                              00106000
106100           END-IF                                                 00106100
106200        END-IF                                                    00106200
106300        IF WS-CARD-ERROR IS NOT EQUAL TO SPACES THEN              00106300
106400           MOVE +16 TO RETURN-CODE                                00106400
106500           DISPLAY 'CARD IN ERROR: ' SYSIN-RECORD UPON SYSOUT     00106500
106600           DISPLAY '  ' WS-CARD-ERROR UPON SYSOUT                 00106600
106700           MOVE 1 TO WS-RPT-PTR                                   00106700
106800           STRING 'CARD IN ERROR: ' DELIMITED BY SIZE             00106800
106900               WS-CARD-ERROR DELIMITED BY SIZE                    00106900
107000               INTO WS-REPORT-LINE                                00107000
107100               WITH POINTER WS-RPT-PTR                            00107100
107200           END-STRING                                             00107200
107300           PERFORM WRITE-REPORT-LINE-OUT                          00107300
107400        ELSE                                                      00107400
107500           IF WS-CARD-KEYWORD IS EQUAL TO 'EXPECT' THEN           00107500
107600              PERFORM APPLY-EXPECT-CARD                           00107600
107700           ELSE                                                   00107700
107800              PERFORM APPLY-DROP-CARD                             00107800
107900           END-IF                                                 00107900
108000        END-IF                                                    00108000
108100     END-IF                                                       00108100
108200     .                                                            00108200
108300*                                                                 00108300
108400* Flag the days the card names: DAILY, WEEKDAYS, or day names     00108400
108500* joined by '/'. A DROP without days drops every day.             00108500
108600*                                                                 00108600
108700 EDIT-DAYS.                                                       00108700
108800     MOVE ALL 'N' TO WS-DAY-FLAG-TABLE                            00108800
108900     EVALUATE TRUE                                                00108900
109000     WHEN WS-CARD-DAYS IS EQUAL TO 'DAILY'                        00109000
109100          MOVE ALL 'Y' TO WS-DAY-FLAG-TABLE                       00109100
109200     WHEN WS-CARD-DAYS IS EQUAL TO 'WEEKDAYS'                     00109200
109300          MOVE 'NYYYYYN' TO WS-DAY-FLAG-TABLE                     00109300
109400     WHEN WS-CARD-DAYS IS EQUAL TO SPACES AND                     00109400
109500          WS-CARD-KEYWORD IS EQUAL TO 'DROP'                      00109500
109600          MOVE ALL 'Y' TO WS-DAY-FLAG-TABLE                       00109600
109700     WHEN WS-CARD-DAYS IS EQUAL TO SPACES                         00109700
109800          MOVE 'DAYS ARE REQUIRED ON AN EXPECT CARD'              00109800
109900             TO WS-CARD-ERROR                                     00109900
110000     WHEN OTHER                                                   00110000
110100          MOVE SPACES TO WS-DAY-TOKEN-TABLE                       00110100
110200          UNSTRING WS-CARD-DAYS                                   00110200
110300              DELIMITED BY '/'                                    00110300
110400               INTO WS-DAY-TOKEN(1), WS-DAY-TOKEN(2),             00110400
110500                    WS-DAY-TOKEN(3), WS-DAY-TOKEN(4),             00110500
110600                    WS-DAY-TOKEN(5), WS-DAY-TOKEN(6),             00110600
110700                    WS-DAY-TOKEN(7)                               00110700
110800              ON OVERFLOW                                         00110800
110900                 MOVE 'MORE THAN 7 DAY NAMES' TO WS-CARD-ERROR    00110900
111000          END-UNSTRING                                            00111000
111100          PERFORM VARYING WS-DAY-J FROM 1 BY 1                    00111100
111200             UNTIL WS-DAY-J > 7                                   00111200
111300             IF WS-DAY-TOKEN(WS-DAY-J) IS NOT EQUAL TO SPACES     00111300
111400                THEN                                              00111400
111500                MOVE 'N' TO WS-DAY-MATCH-SWITCH                   00111500
111600                PERFORM VARYING WS-DAY-I FROM 1 BY 1              00111600
111700                   UNTIL WS-DAY-I > 7                             00111700
111800                   IF WS-DAY-TOKEN(WS-DAY-J) IS EQUAL TO          00111800
111900                      WS-DAY-NAME(WS-DAY-I) THEN                  00111900
112000                      MOVE 'Y' TO WS-DAY-FLAG(WS-DAY-I)           00112000
112100                      MOVE 'Y' TO WS-DAY-MATCH-SWITCH             00112100
112200                   END-IF                                         00112200
112300                END-PERFORM                                       00112300
112400                IF NOT WS-DAY-MATCHED THEN                        00112400
112500                   MOVE 'DAYS MUST BE DAILY, WEEKDAYS OR SUN-SAT' 00112500
112600                      TO WS-CARD-ERROR                            00112600
112700                END-IF                                            00112700
112800             END-IF                                               00112800
112900          END-PERFORM                                             00112900
113000          IF WS-DAY-FLAG-TABLE IS EQUAL TO ALL 'N' AND            00113000
113100             WS-CARD-ERROR IS EQUAL TO SPACES THEN                00113100
113200             MOVE 'NO DAY NAMED ON THE CARD' TO WS-CARD-ERROR     00113200
113300          END-IF                                                  00113300
113400     END-EVALUATE                                                 00113400
113500     .                                                            00113500
113600*                                                                 00113600
113700* HHMM from 00:00 of the business date, up to 47:59.              00113700
113800*                                                                 00113800
113900 EDIT-CUTOFF.                                                     00113900
114000     IF WS-CARD-CUTOFF(5:) IS NOT EQUAL TO SPACES OR              00114000
114100        WS-CARD-CUTOFF(1:4) IS NOT NUMERIC THEN                   00114100
114200        MOVE 'CUTOFF MUST BE HHMM, 0000 TO 4759'                  00114200
114300           TO WS-CARD-ERROR                                       00114300
114400     ELSE                                                         00114400
114500        MOVE WS-CARD-CUTOFF(1:2) TO WS-CUTOFF-HH                  00114500
114600        MOVE WS-CARD-CUTOFF(3:2) TO WS-CUTOFF-MM                  00114600
114700        IF WS-CUTOFF-HH IS GREATER THAN 47 OR                     00114700
114800           WS-CUTOFF-MM IS GREATER THAN 59 THEN                   00114800
114900           MOVE 'CUTOFF MUST BE HHMM, 0000 TO 4759'               00114900
115000              TO WS-CARD-ERROR                                    00115000
115100        ELSE                                                      00115100
115200           MOVE WS-CARD-CUTOFF(1:4) TO WS-SCH-CUTOFF              00115200
115300        END-IF                                                    00115300
115400     END-IF                                                       00115400
115500     .                                                            00115500
115600 EDIT-TOLERANCE.                                                  00115600
115700     IF WS-CARD-TOL IS EQUAL TO SPACES THEN                       00115700
115800        MOVE 50 TO WS-SCH-TOL                                     00115800
115900     ELSE                                                         00115900
116000        MOVE ZERO TO WS-CARD-NUM-LEN                              00116000
116100        INSPECT WS-CARD-TOL TALLYING WS-CARD-NUM-LEN              00116100
116200                FOR CHARACTERS BEFORE INITIAL SPACE               00116200
116300        IF WS-CARD-NUM-LEN IS LESS THAN 4 AND                     00116300
116400           WS-CARD-TOL(1:WS-CARD-NUM-LEN) IS NUMERIC THEN         00116400
116500           COMPUTE WS-SCH-TOL = FUNCTION NUMVAL                   00116500
116600                   (WS-CARD-TOL(1:WS-CARD-NUM-LEN))               00116600
116700        ELSE                                                      00116700
116800           MOVE 'TOLERANCE MUST BE A PERCENTAGE, 0 TO 999'        00116800
116900              TO WS-CARD-ERROR                                    00116900
117000        END-IF                                                    00117000
117100     END-IF                                                       00117100
117200     .                                                            00117200
117300 APPLY-EXPECT-CARD.                                               00117300
117400     MOVE WS-CARD-SOURCE TO WS-SCH-SOURCE                         00117400
117500     PERFORM VARYING WS-DAY-I FROM 1 BY 1                         00117500
117600        UNTIL WS-DAY-I > 7 OR RETURN-CODE IS EQUAL TO +16         00117600
117700        IF WS-DAY-FLAG(WS-DAY-I) IS EQUAL TO 'Y' THEN             00117700
117800           MOVE WS-DAY-I TO WS-SCH-DOW                            00117800
117900           PERFORM SET-SCHEDULE-DAY THRU SET-SCHEDULE-DAY-EXIT    00117900
118000        END-IF                                                    00118000
118100     END-PERFORM                                                  00118100
118200     .                                                            00118200
118300*                                                                 00118300
118400* Set one source/day, auditing what it held before (if            00118400
118500* anything). A day already scheduled the same is left alone.      00118500
118600*                                                                 00118600
118700 SET-SCHEDULE-DAY.                                                00118700
118800     PERFORM FIND-SCHEDULE-DAY                                    00118800
118900     IF WS-OLD-FOUND AND                                          00118900
119000        WS-OLD-CUTOFF IS EQUAL TO WS-SCH-CUTOFF AND               00119000
119100        WS-OLD-TOL IS EQUAL TO WS-SCH-TOL THEN                    00119100
119200        GO TO SET-SCHEDULE-DAY-EXIT                               00119200
119300     END-IF                                                       00119300
119400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00119400
119500         BY VALUE LS-UPSERT-STMT                                  00119500
119600         BY VALUE LS-ONE                                          00119600
119700         BY REFERENCE WS-SCH-SOURCE                               00119700
119800         BY VALUE 8                                               00119800
119900         BY VALUE SQLITE-TRANSIENT                                00119900
120000         RETURNING LS-SQL-RC                                      00120000
120100     END-CALL                                                     00120100
120200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00120200
120300         BY VALUE LS-UPSERT-STMT                                  00120300
120400         BY VALUE LS-TWO                                          00120400
120500         BY VALUE WS-SCH-DOW                                      00120500
120600         RETURNING LS-SQL-RC                                      00120600
120700     END-CALL                                                     00120700
120800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00120800
120900         BY VALUE LS-UPSERT-STMT                                  00120900
121000         BY VALUE LS-THREE                                        00121000
121100         BY REFERENCE WS-SCH-CUTOFF                               00121100
121200         BY VALUE 4                                               00121200
121300         BY VALUE SQLITE-TRANSIENT                                00121300
121400         RETURNING LS-SQL-RC                                      00121400
121500     END-CALL                                                     00121500
121600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00121600
121700         BY VALUE LS-UPSERT-STMT                                  00121700
121800         BY VALUE LS-FOUR                                         00121800
121900         BY VALUE WS-SCH-TOL                                      00121900
122000         RETURNING LS-SQL-RC                                      00122000
122100     END-CALL                                                     00122100
122200     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00122200
122300         BY VALUE LS-UPSERT-STMT                                  00122300
122400         RETURNING LS-SQL-RC                                      00122400
122500     END-CALL                                                     00122500
122600     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00122600
122700        DISPLAY 'FEED_SCHEDULE REPLACE FAILED. RC='               00122700
122800           LS-SQL-RC UPON SYSOUT                                  00122800
122900        PERFORM DISPLAY-SQL-ERROR                                 00122900
123000        MOVE +16 TO RETURN-CODE                                   00123000
123100     END-IF                                                       00123100
123200     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00123200
123300         BY VALUE LS-UPSERT-STMT                                  00123300
123400         RETURNING LS-SQL-RC                                      00123400
123500     END-CALL                                                     00123500
123600     IF RETURN-CODE IS EQUAL TO +16 THEN                          00123600
123700        GO TO SET-SCHEDULE-DAY-EXIT                               00123700
123800     END-IF                                                       00123800
123900     MOVE SPACES TO WS-AUDIT-BEFORE                               00123900
124000     IF WS-OLD-FOUND THEN                                         00124000
124100        MOVE WS-OLD-CUTOFF TO WS-IMG-CUTOFF                       00124100
124200        MOVE WS-OLD-TOL TO WS-IMG-TOL                             00124200
124300        PERFORM BUILD-SCHEDULE-IMAGE                              00124300
124400        MOVE WS-SCHED-IMAGE TO WS-AUDIT-BEFORE                    00124400
124500     END-IF                                                       00124500
124600     MOVE WS-SCH-CUTOFF TO WS-IMG-CUTOFF                          00124600
124700     MOVE WS-SCH-TOL TO WS-IMG-TOL                                00124700
124800     PERFORM BUILD-SCHEDULE-IMAGE                                 00124800
124900     MOVE WS-SCHED-IMAGE TO WS-AUDIT-AFTER                        00124900
125000     MOVE 'FEED_SCHEDULE' TO WS-AUDIT-TABLE                       00125000
125100     MOVE 'SCHEDULE' TO WS-AUDIT-OP                               00125100
125200     PERFORM WRITE-AUDIT-LOG                                      00125200
125300     ADD 1 TO WS-ROWS-CHANGED                                     00125300
125400     .                                                            00125400
125500 SET-SCHEDULE-DAY-EXIT.                                           00125500
125600     EXIT.                                                        00125600
125700 APPLY-DROP-CARD.                                                 00125700
125800     MOVE WS-CARD-SOURCE TO WS-SCH-SOURCE                         00125800
125900     MOVE ZERO TO WS-CARD-DAYS-MATCHED                            00125900
126000     PERFORM VARYING WS-DAY-I FROM 1 BY 1                         00126000
126100        UNTIL WS-DAY-I > 7 OR RETURN-CODE IS EQUAL TO +16         00126100
126200        IF WS-DAY-FLAG(WS-DAY-I) IS EQUAL TO 'Y' THEN             00126200
126300           MOVE WS-DAY-I TO WS-SCH-DOW                            00126300
126400           PERFORM DROP-SCHEDULE-DAY                              00126400
126500        END-IF                                                    00126500
126600     END-PERFORM                                                  00126600
126700     IF WS-CARD-DAYS-MATCHED IS EQUAL TO ZERO AND                 00126700
126800        RETURN-CODE IS NOT EQUAL TO +16 THEN                      00126800
126900        IF RETURN-CODE IS LESS THAN +4 THEN                       00126900
127000           MOVE +4 TO RETURN-CODE                                 00127000
127100        END-IF                                                    00127100
127200        MOVE 1 TO WS-RPT-PTR                                      00127200
127300        STRING 'NOTHING SCHEDULED TO DROP FOR ' DELIMITED BY SIZE 00127300
127400            WS-SCH-SOURCE DELIMITED BY SIZE                       00127400
127500            INTO WS-REPORT-LINE                                   00127500
127600            WITH POINTER WS-RPT-PTR                               00127600
127700        END-STRING                                                00127700
127800        DISPLAY WS-REPORT-LINE(1:WS-RPT-PTR - 1) UPON SYSOUT      00127800
127900        PERFORM WRITE-REPORT-LINE-OUT                             00127900
128000     END-IF                                                       00128000
128100     .                                                            00128100
128200 DROP-SCHEDULE-DAY.                                               00128200
128300     PERFORM FIND-SCHEDULE-DAY                                    00128300
128400     IF WS-OLD-FOUND THEN                                         00128400
128500        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00128500
128600            BY VALUE LS-DELETE-STMT                               00128600
128700            BY VALUE LS-ONE                                       00128700
128800            BY REFERENCE WS-SCH-SOURCE                            00128800
128900            BY VALUE 8                                            00128900
129000            BY VALUE SQLITE-TRANSIENT                             00129000
129100            RETURNING LS-SQL-RC                                   00129100
129200        END-CALL                                                  00129200
129300        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT         00129300
129400            BY VALUE LS-DELETE-STMT                               00129400
129500            BY VALUE LS-TWO                                       00129500
129600            BY VALUE WS-SCH-DOW                                   00129600
129700            RETURNING LS-SQL-RC                                   00129700
129800        END-CALL                                                  00129800
129900        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00129900
130000            BY VALUE LS-DELETE-STMT                               00130000
130100            RETURNING LS-SQL-RC                                   00130100
130200        END-CALL                                                  00130200
130300        IF LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN             00130300
130400           DISPLAY 'FEED_SCHEDULE DELETE FAILED. RC='             00130400
130500              LS-SQL-RC UPON SYSOUT                               00130500
130600           PERFORM DISPLAY-SQL-ERROR                              00130600
130700           MOVE +16 TO RETURN-CODE                                00130700
130800        END-IF                                                    00130800
130900        CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET            00130900
131000            BY VALUE LS-DELETE-STMT                               00131000
131100            RETURNING LS-SQL-RC                                   00131100
131200        END-CALL                                                  00131200
131300        IF RETURN-CODE IS NOT EQUAL TO +16 THEN                   00131300
131400           MOVE WS-OLD-CUTOFF TO WS-IMG-CUTOFF                    00131400
131500           MOVE WS-OLD-TOL TO WS-IMG-TOL                          00131500
131600           PERFORM BUILD-SCHEDULE-IMAGE                           00131600
131700           MOVE WS-SCHED-IMAGE TO WS-AUDIT-BEFORE                 00131700
131800           MOVE SPACES TO WS-AUDIT-AFTER                          00131800
131900           MOVE 'FEED_SCHEDULE' TO WS-AUDIT-TABLE                 00131900
132000           MOVE 'UNSCHEDULE' TO WS-AUDIT-OP                       00132000
132100           PERFORM WRITE-AUDIT-LOG                                00132100
132200           ADD 1 TO WS-CARD-DAYS-MATCHED                          00132200
132300           ADD 1 TO WS-ROWS-DROPPED                               00132300
132400        END-IF                                                    00132400
132500     END-IF                                                       00132500
132600     .                                                            00132600
132700*                                                                 00132700
132800* What FEED_SCHEDULE holds now for WS-SCH-SOURCE/WS-SCH-DOW.      00132800
132900*                                                                 00132900
133000 FIND-SCHEDULE-DAY.                                               00133000
133100     MOVE 'N' TO WS-OLD-FOUND-SWITCH                              00133100
133200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00133200
133300         BY VALUE LS-FIND-STMT                                    00133300
133400         BY VALUE LS-ONE                                          00133400
133500         BY REFERENCE WS-SCH-SOURCE                               00133500
133600         BY VALUE 8                                               00133600
133700         BY VALUE SQLITE-TRANSIENT                                00133700
133800         RETURNING LS-SQL-RC                                      00133800
133900     END-CALL                                                     00133900
134000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00134000
134100         BY VALUE LS-FIND-STMT                                    00134100
134200         BY VALUE LS-TWO                                          00134200
134300         BY VALUE WS-SCH-DOW                                      00134300
134400         RETURNING LS-SQL-RC                                      00134400
134500     END-CALL                                                     00134500
134600     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00134600
134700         BY VALUE LS-FIND-STMT                                    00134700
134800         RETURNING LS-SQL-RC                                      00134800
134900     END-CALL                                                     00134900
135000     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00135000
135100        MOVE 'Y' TO WS-OLD-FOUND-SWITCH                           00135100
135200        SET LS-WORK-STMT TO LS-FIND-STMT                          00135200
135300        MOVE +0 TO LS-COLUMN-NUMBER                               00135300
135400        PERFORM GET-COLUMN-TEXT                                   00135400
135500        MOVE WS-COL-VALUE TO WS-OLD-CUTOFF                        00135500
135600        MOVE +1 TO LS-COLUMN-NUMBER                               00135600
135700        CALL SQLITE3A USING                                       00135700
135800            BY REFERENCE SQLITE3-COLUMN-INT                       00135800
135900            BY VALUE LS-FIND-STMT                                 00135900
136000            BY VALUE LS-COLUMN-NUMBER                             00136000
136100            RETURNING WS-OLD-TOL                                  00136100
136200        END-CALL                                                  00136200
136300     END-IF                                                       00136300
136400     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00136400
136500         BY VALUE LS-FIND-STMT                                    00136500
136600         RETURNING LS-SQL-RC                                      00136600
136700     END-CALL                                                     00136700
136800     .                                                            00136800
136900 BUILD-SCHEDULE-IMAGE.                                            00136900
137000     MOVE SPACES TO WS-SCHED-IMAGE                                00137000
137100     MOVE WS-IMG-TOL TO WS-TOL-DISPLAY                            00137100
137200     STRING 'SOURCE=' DELIMITED BY SIZE                           00137200
137300         WS-SCH-SOURCE DELIMITED BY SIZE                          00137300
137400         ' DAY=' DELIMITED BY SIZE                                00137400
137500         WS-DAY-NAME(WS-SCH-DOW) DELIMITED BY SIZE                00137500
137600         ' CUTOFF=' DELIMITED BY SIZE                             00137600
137700         WS-IMG-CUTOFF DELIMITED BY SIZE                          00137700
137800         ' TOL=' DELIMITED BY SIZE                                00137800
137900         WS-TOL-DISPLAY DELIMITED BY SIZE                         00137900
138000         INTO WS-SCHED-IMAGE                                      00138000
138100     END-STRING                                                   00138100
138200     .                                                            00138200
138300 LIST-ONE-SCHEDULE-ROW.                                           00138300
138400     MOVE SPACES TO WS-SCHED-LINE                                 00138400
138500     MOVE +0 TO LS-COLUMN-NUMBER                                  00138500
138600     PERFORM GET-COLUMN-TEXT                                      00138600
138700     MOVE WS-COL-VALUE TO WS-SDL-SOURCE                           00138700
138800     MOVE +1 TO LS-COLUMN-NUMBER                                  00138800
138900     CALL SQLITE3A USING                                          00138900
139000         BY REFERENCE SQLITE3-COLUMN-INT                          00139000
139100         BY VALUE LS-WORK-STMT                                    00139100
139200         BY VALUE LS-COLUMN-NUMBER                                00139200
139300         RETURNING WS-SCH-DOW                                     00139300
139400     END-CALL                                                     00139400
139500     IF WS-SCH-DOW IS GREATER THAN ZERO AND                       00139500
139600        WS-SCH-DOW IS LESS THAN 8 THEN                            00139600
139700        MOVE WS-DAY-NAME(WS-SCH-DOW) TO WS-SDL-DAY                00139700
139800     ELSE                                                         00139800
139900        MOVE '???' TO WS-SDL-DAY                                  00139900
140000     END-IF                                                       00140000
140100     MOVE +2 TO LS-COLUMN-NUMBER                                  00140100
140200     PERFORM GET-COLUMN-TEXT                                      00140200
140300     MOVE WS-COL-VALUE TO WS-SDL-CUTOFF                           00140300
140400     MOVE +3 TO LS-COLUMN-NUMBER                                  00140400
140500     CALL SQLITE3A USING                                          00140500
140600         BY REFERENCE SQLITE3-COLUMN-INT                          00140600
140700         BY VALUE LS-WORK-STMT                                    00140700
140800         BY VALUE LS-COLUMN-NUMBER                                00140800
140900         RETURNING WS-SCH-TOL                                     00140900
141000     END-CALL                                                     00141000
141100     MOVE WS-SCH-TOL TO WS-SDL-TOL                                00141100
141200     MOVE WS-SCHED-LINE TO WS-REPORT-LINE                         00141200
141300     PERFORM WRITE-REPORT-LINE-OUT                                00141300
141400     .                                                            00141400
141500*                                                                 00141500
141600* One source due on the day: what arrived against what was        00141600
141700* expected of it.                                                 00141700
141800*                                                                 00141800
141900 CHECK-ONE-FEED.                                                  00141900
142000     SET LS-WORK-STMT TO LS-SCHED-STMT                            00142000
142100     MOVE +0 TO LS-COLUMN-NUMBER                                  00142100
142200     PERFORM GET-COLUMN-TEXT                                      00142200
142300     MOVE WS-COL-VALUE TO WS-SCH-SOURCE                           00142300
142400     MOVE +1 TO LS-COLUMN-NUMBER                                  00142400
142500     PERFORM GET-COLUMN-TEXT                                      00142500
142600     MOVE WS-COL-VALUE TO WS-SCH-CUTOFF                           00142600
142700     MOVE +2 TO LS-COLUMN-NUMBER                                  00142700
142800     CALL SQLITE3A USING                                          00142800
142900         BY REFERENCE SQLITE3-COLUMN-INT                          00142900
143000         BY VALUE LS-SCHED-STMT                                   00143000
143100         BY VALUE LS-COLUMN-NUMBER                                00143100
143200         RETURNING WS-SCH-TOL                                     00143200
143300     END-CALL                                                     00143300
143400     ADD 1 TO WS-SCHEDULED-COUNT                                  00143400
143500     MOVE SPACES TO WS-FEED-LINE                                  00143500
143600     MOVE SPACES TO WS-STATUS                                     00143600
143700     MOVE 1 TO WS-STATUS-PTR                                      00143700
143800     MOVE 'N' TO WS-FEED-FLAGGED-SWITCH                           00143800
143900     MOVE 'N' TO WS-BAND-SWITCH                                   00143900
144000     PERFORM FETCH-FEED-HISTORY                                   00144000
144100     PERFORM FETCH-FEED-TODAY                                     00144100
144200     IF RETURN-CODE IS EQUAL TO +16 THEN                          00144200
144300        GO TO CHECK-ONE-FEED-EXIT                                 00144300
144400     END-IF                                                       00144400
144500     MOVE WS-SCH-SOURCE TO WS-FL-SOURCE                           00144500
144600     MOVE WS-SCH-CUTOFF TO WS-FL-CUTOFF                           00144600
144700     MOVE WS-SCH-TOL TO WS-FL-TOL                                 00144700
144800     MOVE WS-TODAY-FEEDS TO WS-FL-FEEDS                           00144800
144900     IF WS-HIST-DAYS IS GREATER THAN ZERO THEN                    00144900
145000        MOVE WS-AVG-COUNT TO WS-FL-AVG-COUNT                      00145000
145100        MOVE WS-AVG-HASH TO WS-FL-AVG-HASH                        00145100
145200     END-IF                                                       00145200
145300     IF WS-TODAY-FEEDS IS EQUAL TO ZERO THEN                      00145300
145400        MOVE 'MISSING' TO WS-STATUS                               00145400
145500        ADD 1 TO WS-MISSING-COUNT                                 00145500
145600        MOVE 'Y' TO WS-FEED-FLAGGED-SWITCH                        00145600
145700        GO TO CHECK-ONE-FEED-LIST                                 00145700
145800     END-IF                                                       00145800
145900     ADD 1 TO WS-ARRIVED-COUNT                                    00145900
146000     MOVE WS-TODAY-COUNT TO WS-FL-COUNT                           00146000
146100     MOVE WS-TODAY-HASH TO WS-FL-HASH                             00146100
146200     CALL 'CEEDATM' USING LS-ARRIVAL-SECS,                        00146200
146300          WS-DATM-PICTURE, WS-DATM-OUTPUT, LE-FC                  00146300
146400     MOVE WS-DATM-OUTPUT(1:17) TO WS-FL-ARRIVED                   00146400
146500     IF WS-SCH-CUTOFF IS NUMERIC THEN                             00146500
146600        MOVE WS-SCH-CUTOFF(1:2) TO WS-CUTOFF-HH                   00146600
146700        MOVE WS-SCH-CUTOFF(3:2) TO WS-CUTOFF-MM                   00146700
146800        COMPUTE LS-CUTOFF-SECS = LS-BUS-SECS                      00146800
146900                + (WS-CUTOFF-HH * 3600) + (WS-CUTOFF-MM * 60)     00146900
147000        IF LS-ARRIVAL-SECS IS GREATER THAN LS-CUTOFF-SECS THEN    00147000
147100           STRING 'LATE ' DELIMITED BY SIZE                       00147100
147200               INTO WS-STATUS                                     00147200
147300               WITH POINTER WS-STATUS-PTR                         00147300
147400           END-STRING                                             00147400
147500           ADD 1 TO WS-LATE-COUNT                                 00147500
147600           MOVE 'Y' TO WS-FEED-FLAGGED-SWITCH                     00147600
147700        END-IF                                                    00147700
147800     END-IF                                                       00147800
147900     IF WS-HIST-DAYS IS EQUAL TO ZERO THEN                        00147900
148000        STRING 'NO HISTORY' DELIMITED BY SIZE                     00148000
148100            INTO WS-STATUS                                        00148100
148200            WITH POINTER WS-STATUS-PTR                            00148200
148300        END-STRING                                                00148300
148400        GO TO CHECK-ONE-FEED-LIST                                 00148400
148500     END-IF                                                       00148500
148600     COMPUTE WS-BAND-WIDTH ROUNDED =                              00148600
148700             WS-AVG-COUNT * WS-SCH-TOL / 100                      00148700
148800     COMPUTE WS-BAND-GAP = WS-TODAY-COUNT - WS-AVG-COUNT          00148800
148900     IF WS-BAND-GAP IS NEGATIVE THEN                              00148900
149000        COMPUTE WS-BAND-GAP = 0 - WS-BAND-GAP                     00149000
149100     END-IF                                                       00149100
149200     IF WS-BAND-GAP IS GREATER THAN WS-BAND-WIDTH THEN            00149200
149300        STRING 'COUNT ' DELIMITED BY SIZE                         00149300
149400            INTO WS-STATUS                                        00149400
149500            WITH POINTER WS-STATUS-PTR                            00149500
149600        END-STRING                                                00149600
149700        MOVE 'Y' TO WS-BAND-SWITCH                                00149700
149800     END-IF                                                       00149800
149900     COMPUTE WS-BAND-WIDTH ROUNDED =                              00149900
150000             WS-AVG-HASH * WS-SCH-TOL / 100                       00150000
150100     COMPUTE WS-BAND-GAP = WS-TODAY-HASH - WS-AVG-HASH            00150100
150200     IF WS-BAND-GAP IS NEGATIVE THEN                              00150200
150300        COMPUTE WS-BAND-GAP = 0 - WS-BAND-GAP                     00150300
150400     END-IF                                                       00150400
150500     IF WS-BAND-GAP IS GREATER THAN WS-BAND-WIDTH THEN            00150500
150600        STRING 'HASH ' DELIMITED BY SIZE                          00150600
150700            INTO WS-STATUS                                        00150700
150800            WITH POINTER WS-STATUS-PTR                            00150800
150900        END-STRING                                                00150900
151000        MOVE 'Y' TO WS-BAND-SWITCH                                00151000
151100     END-IF                                                       00151100
151200     IF WS-OUT-OF-BAND THEN                                       00151200
151300        ADD 1 TO WS-VOLUME-COUNT                                  00151300
151400        MOVE 'Y' TO WS-FEED-FLAGGED-SWITCH                        00151400
151500     END-IF                                                       00151500
151600     .                                                            00151600
151700 CHECK-ONE-FEED-LIST.                                             00151700
151800     IF WS-STATUS IS EQUAL TO SPACES THEN                         00151800
151900        MOVE 'OK' TO WS-STATUS                                    00151900
152000     END-IF                                                       00152000
152100     IF WS-FEED-FLAGGED THEN                                      00152100
152200        ADD 1 TO WS-FLAGGED-COUNT                                 00152200
152300     END-IF                                                       00152300
152400     MOVE WS-STATUS TO WS-FL-STATUS                               00152400
152500     MOVE WS-FEED-LINE TO WS-REPORT-LINE                          00152500
152600     PERFORM WRITE-REPORT-LINE-OUT                                00152600
152700     .                                                            00152700
152800 CHECK-ONE-FEED-EXIT.                                             00152800
152900     EXIT.                                                        00152900
153000*                                                                 00153000
153100* The registrations for WS-SCH-SOURCE on the business date.       00153100
153200*                                                                 00153200
153300 FETCH-FEED-TODAY.                                                00153300
153400     MOVE ZERO TO WS-TODAY-FEEDS                                  00153400
153500     MOVE ZERO TO WS-TODAY-COUNT                                  00153500
153600     MOVE ZERO TO WS-TODAY-HASH                                   00153600
153700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00153700
153800         BY VALUE LS-TODAY-STMT                                   00153800
153900         BY VALUE LS-ONE                                          00153900
154000         BY REFERENCE WS-SCH-SOURCE                               00154000
154100         BY VALUE 8                                               00154100
154200         BY VALUE SQLITE-TRANSIENT                                00154200
154300         RETURNING LS-SQL-RC                                      00154300
154400     END-CALL                                                     00154400
154500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00154500
154600         BY VALUE LS-TODAY-STMT                                   00154600
154700         BY VALUE LS-TWO                                          00154700
154800         BY REFERENCE WS-BUS-DATE                                 00154800
154900         BY VALUE 8                                               00154900
155000         BY VALUE SQLITE-TRANSIENT                                00155000
155100         RETURNING LS-SQL-RC                                      00155100
155200     END-CALL                                                     00155200
155300     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00155300
155400         BY VALUE LS-TODAY-STMT                                   00155400
155500         RETURNING LS-SQL-RC                                      00155500
155600     END-CALL                                                     00155600
155700     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00155700
155800        SET LS-WORK-STMT TO LS-TODAY-STMT                         00155800
155900        MOVE +0 TO LS-COLUMN-NUMBER                               00155900
156000        CALL SQLITE3A USING                                       00156000
156100            BY REFERENCE SQLITE3-COLUMN-INT                       00156100
156200            BY VALUE LS-TODAY-STMT                                00156200
156300            BY VALUE LS-COLUMN-NUMBER                             00156300
156400            RETURNING WS-TODAY-FEEDS                              00156400
156500        END-CALL                                                  00156500
156600        MOVE +1 TO LS-COLUMN-NUMBER                               00156600
156700        PERFORM GET-COLUMN-DOUBLE                                 00156700
156800        COMPUTE WS-TODAY-COUNT ROUNDED = LS-DOUBLE-HFP            00156800
156900        MOVE +2 TO LS-COLUMN-NUMBER                               00156900
157000        PERFORM GET-COLUMN-DOUBLE                                 00157000
157100        COMPUTE WS-TODAY-HASH ROUNDED = LS-DOUBLE-HFP / 100       00157100
157200        IF WS-TODAY-FEEDS IS GREATER THAN ZERO THEN               00157200
157300           MOVE +3 TO LS-COLUMN-NUMBER                            00157300
157400           PERFORM GET-COLUMN-DOUBLE                              00157400
157500           MOVE LS-DOUBLE-HFP TO LS-ARRIVAL-SECS                  00157500
157600        END-IF                                                    00157600
157700     ELSE                                                         00157700
157800        DISPLAY 'FEED_REGISTER SELECT FAILED. RC='                00157800
157900           LS-SQL-RC UPON SYSOUT                                  00157900
158000        PERFORM DISPLAY-SQL-ERROR                                 00158000
158100        MOVE +16 TO RETURN-CODE                                   00158100
158200     END-IF                                                       00158200
158300     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00158300
158400         BY VALUE LS-TODAY-STMT                                   00158400
158500         RETURNING LS-SQL-RC                                      00158500
158600     END-CALL                                                     00158600
158700     .                                                            00158700
158800*                                                                 00158800
158900* The source's average over its last 20 feed dates.               00158900
159000*                                                                 00159000
159100 FETCH-FEED-HISTORY.                                              00159100
159200     MOVE ZERO TO WS-HIST-DAYS                                    00159200
159300     MOVE ZERO TO WS-AVG-COUNT                                    00159300
159400     MOVE ZERO TO WS-AVG-HASH                                     00159400
159500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00159500
159600         BY VALUE LS-HISTORY-STMT                                 00159600
159700         BY VALUE LS-ONE                                          00159700
159800         BY REFERENCE WS-SCH-SOURCE                               00159800
159900         BY VALUE 8                                               00159900
160000         BY VALUE SQLITE-TRANSIENT                                00160000
160100         RETURNING LS-SQL-RC                                      00160100
160200     END-CALL                                                     00160200
160300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00160300
160400         BY VALUE LS-HISTORY-STMT                                 00160400
160500         BY VALUE LS-TWO                                          00160500
160600         BY REFERENCE WS-BUS-DATE                                 00160600
160700         BY VALUE 8                                               00160700
160800         BY VALUE SQLITE-TRANSIENT                                00160800
160900         RETURNING LS-SQL-RC                                      00160900
161000     END-CALL                                                     00161000
161100     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00161100
161200         BY VALUE LS-HISTORY-STMT                                 00161200
161300         RETURNING LS-SQL-RC                                      00161300
161400     END-CALL                                                     00161400
161500     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00161500
161600        SET LS-WORK-STMT TO LS-HISTORY-STMT                       00161600
161700        MOVE +0 TO LS-COLUMN-NUMBER                               00161700
161800        CALL SQLITE3A USING                                       00161800
161900            BY REFERENCE SQLITE3-COLUMN-INT                       00161900
162000            BY VALUE LS-HISTORY-STMT                              00162000
162100            BY VALUE LS-COLUMN-NUMBER                             00162100
162200            RETURNING WS-HIST-DAYS                                00162200
162300        END-CALL                                                  00162300
162400        MOVE +1 TO LS-COLUMN-NUMBER                               00162400
162500        PERFORM GET-COLUMN-DOUBLE                                 00162500
162600        COMPUTE WS-AVG-COUNT ROUNDED = LS-DOUBLE-HFP              00162600
162700        MOVE +2 TO LS-COLUMN-NUMBER                               00162700
162800        PERFORM GET-COLUMN-DOUBLE                                 00162800
162900        COMPUTE WS-AVG-HASH ROUNDED = LS-DOUBLE-HFP / 100         00162900
163000     END-IF                                                       00163000
163100     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00163100
163200         BY VALUE LS-HISTORY-STMT                                 00163200
163300         RETURNING LS-SQL-RC                                      00163300
163400     END-CALL                                                     00163400
163500     .                                                            00163500
163600 LIST-ONE-UNSCHEDULED.                                            00163600
163700     ADD 1 TO WS-UNSCHED-COUNT                                    00163700
163800     MOVE SPACES TO WS-FEED-LINE                                  00163800
163900     MOVE +0 TO LS-COLUMN-NUMBER                                  00163900
164000     PERFORM GET-COLUMN-TEXT                                      00164000
164100     MOVE WS-COL-VALUE TO WS-FL-SOURCE                            00164100
164200     MOVE +1 TO LS-COLUMN-NUMBER                                  00164200
164300     CALL SQLITE3A USING                                          00164300
164400         BY REFERENCE SQLITE3-COLUMN-INT                          00164400
164500         BY VALUE LS-WORK-STMT                                    00164500
164600         BY VALUE LS-COLUMN-NUMBER                                00164600
164700         RETURNING WS-TODAY-FEEDS                                 00164700
164800     END-CALL                                                     00164800
164900     MOVE WS-TODAY-FEEDS TO WS-FL-FEEDS                           00164900
165000     MOVE +2 TO LS-COLUMN-NUMBER                                  00165000
165100     PERFORM GET-COLUMN-DOUBLE                                    00165100
165200     COMPUTE WS-TODAY-COUNT ROUNDED = LS-DOUBLE-HFP               00165200
165300     MOVE WS-TODAY-COUNT TO WS-FL-COUNT                           00165300
165400     MOVE +3 TO LS-COLUMN-NUMBER                                  00165400
165500     PERFORM GET-COLUMN-DOUBLE                                    00165500
165600     COMPUTE WS-TODAY-HASH ROUNDED = LS-DOUBLE-HFP / 100          00165600
165700     MOVE WS-TODAY-HASH TO WS-FL-HASH                             00165700
165800     MOVE +4 TO LS-COLUMN-NUMBER                                  00165800
165900     PERFORM GET-COLUMN-DOUBLE                                    00165900
166000     MOVE LS-DOUBLE-HFP TO LS-ARRIVAL-SECS                        00166000
166100     CALL 'CEEDATM' USING LS-ARRIVAL-SECS,                        00166100
166200          WS-DATM-PICTURE, WS-DATM-OUTPUT, LE-FC                  00166200
166300     MOVE WS-DATM-OUTPUT(1:17) TO WS-FL-ARRIVED                   00166300
166400     MOVE 'NOT SCHEDULED' TO WS-FL-STATUS                         00166400
166500     MOVE WS-FEED-LINE TO WS-REPORT-LINE                          00166500
166600     PERFORM WRITE-REPORT-LINE-OUT                                00166600
166700     .                                                            00166700
166800*                                                                 00166800
166900* Reusable prepare paragraph: caller builds the null-terminated   00166900
167000* statement text in SQL-ZCHAR and names it in WS-PREP-LABEL; the  00167000
167100* prepared statement handle is returned in LS-PREPARED-STMT.      00167100
167200*                                                                 00167200
167300 PREPARE-ONE-STATEMENT.                                           00167300
167400     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00167400
167500         BY VALUE LS-DB                                           00167500
167600         BY REFERENCE SQL-ZCHAR                                   00167600
167700         BY VALUE LS-MINUS-ONE                                    00167700
167800         BY REFERENCE LS-PREPARED-STMT                            00167800
167900         BY VALUE LS-ZERO                                         00167900
168000         RETURNING LS-SQL-RC                                      00168000
168100     END-CALL                                                     00168100
168200     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00168200
168300        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00168300
168400        DISPLAY 'PREPARE OF ' WS-PREP-LABEL                       00168400
168500           ' FAILED. RC=' LS-SQL-RC UPON SYSOUT                   00168500
168600        PERFORM DISPLAY-SQL-ERROR                                 00168600
168700        MOVE +16 TO RETURN-CODE                                   00168700
168800        CLOSE REPORT1-FD                                          00168800
168900        GOBACK                                                    00168900
169000     END-IF                                                       00169000
169100     .                                                            00169100
169200*                                                                 00169200
169300* Prepare the statement in SQL-ZCHAR against a table this job     00169300
169400* may not find (BUSINESS_CALENDAR); when the table was never      00169400
169500* created WS-PREP-OK stays off and the caller carries on          00169500
169600* without it.                                                     00169600
169700*                                                                 00169700
169800 PREPARE-SOFT-STATEMENT.                                          00169800
169900     MOVE 'N' TO WS-PREP-OK-SWITCH                                00169900
170000     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00170000
170100         BY VALUE LS-DB                                           00170100
170200         BY REFERENCE SQL-ZCHAR                                   00170200
170300         BY VALUE LS-MINUS-ONE                                    00170300
170400         BY REFERENCE LS-PREPARED-STMT                            00170400
170500         BY VALUE LS-ZERO                                         00170500
170600         RETURNING LS-SQL-RC                                      00170600
170700     END-CALL                                                     00170700
170800     IF LS-SQL-RC IS EQUAL TO SQLITE-OK OR                        00170800
170900        LS-SQL-RC IS EQUAL TO SQLITE-DONE THEN                    00170900
171000        MOVE 'Y' TO WS-PREP-OK-SWITCH                             00171000
171100     END-IF                                                       00171100
171200     .                                                            00171200
171300*                                                                 00171300
171400* Run the statement in SQL-ZCHAR once (DDL); a failure ends       00171400
171500* the job RC=16.                                                  00171500
171600*                                                                 00171600
171700 EXECUTE-ONE-STATEMENT.                                           00171700
171800     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00171800
171900         BY VALUE LS-DB                                           00171900
172000         BY REFERENCE SQL-ZCHAR                                   00172000
172100         BY VALUE LS-ZERO                                         00172100
172200         BY VALUE LS-ZERO                                         00172200
172300         BY VALUE LS-ZERO                                         00172300
172400         RETURNING LS-SQL-RC                                      00172400
172500     END-CALL                                                     00172500
172600     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00172600
172700        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00172700
172800        DISPLAY WS-PREP-LABEL ' FAILED. RC='                      00172800
172900           LS-SQL-RC UPON SYSOUT                                  00172900
173000        PERFORM DISPLAY-SQL-ERROR                                 00173000
173100        MOVE +16 TO RETURN-CODE                                   00173100
173200        CLOSE REPORT1-FD                                          00173200
173300        GOBACK                                                    00173300
173400     END-IF                                                       00173400
173500     .                                                            00173500
173600*                                                                 00173600
173700* Fetch the text of column LS-COLUMN-NUMBER of the current        00173700
173800* LS-WORK-STMT row into WS-COL-VALUE/WS-COL-VALUE-LEN, the        00173800
173900* same null-terminated-pointer handling TESTCOB2 uses.            00173900
174000*                                                                 00174000
174100 GET-COLUMN-TEXT.                                                 00174100
174200     CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-TEXT         00174200
174300         BY VALUE LS-WORK-STMT                                    00174300
174400         BY VALUE LS-COLUMN-NUMBER                                00174400
174500         RETURNING LS-COLUMN-POINTER                              00174500
174600     END-CALL                                                     00174600
174700     MOVE SPACES TO WS-COL-VALUE                                  00174700
174800     MOVE ZERO TO WS-COL-VALUE-LEN                                00174800
174900     IF LS-COLUMN-POINTER IS NOT EQUAL TO NULL THEN               00174900
175000        SET ADDRESS OF LINKAGE-COLUMN-TEXT TO LS-COLUMN-POINTER   00175000
175100        INSPECT LINKAGE-COLUMN-TEXT TALLYING WS-COL-VALUE-LEN     00175100
175200           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00175200
175300        IF WS-COL-VALUE-LEN IS GREATER THAN ZERO THEN             00175300
175400           MOVE LINKAGE-COLUMN-TEXT(1:WS-COL-VALUE-LEN)           00175400
175500              TO WS-COL-VALUE                                     00175500
175600        END-IF                                                    00175600
175700     END-IF                                                       00175700
175800     .                                                            00175800
175900*                                                                 00175900
176000* Column LS-COLUMN-NUMBER of the current LS-WORK-STMT row as a    00176000
176100* double, converted to HFP in LS-DOUBLE-HFP.                      00176100
176200*                                                                 00176200
176300 GET-COLUMN-DOUBLE.                                               00176300
176400     CALL SQLITE3A USING                                          00176400
176500         BY REFERENCE SQLITE3-COLUMN-DOUBLE                       00176500
176600         BY REFERENCE LS-DOUBLE-BFP                               00176600
176700         BY VALUE LS-WORK-STMT                                    00176700
176800         BY VALUE LS-COLUMN-NUMBER                                00176800
176900     END-CALL                                                     00176900
177000     CALL SQLITE3A USING                                          00177000
177100         BY REFERENCE CONVERT-BFP-TO-HFP                          00177100
177200         BY VALUE LS-DOUBLE-BFP                                   00177200
177300         BY REFERENCE LS-DOUBLE-HFP                               00177300
177400     END-CALL                                                     00177400
177500     .                                                            00177500
177600*                                                                 00177600
177700* Reusable audit paragraph: caller sets WS-AUDIT-TABLE,           00177700
177800* WS-AUDIT-OP, WS-AUDIT-BEFORE, and WS-AUDIT-AFTER, then          00177800
177900* PERFORMs this to record the change in AUDIT_LOG.                00177900
178000*                                                                 00178000
178100 WRITE-AUDIT-LOG.                                                 00178100
178200     CALL 'CEEGMT' USING LS-LILIAN, LS-AUDIT-GMT-SECS, LE-FC      00178200
178300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00178300
178400         BY VALUE LS-AUDIT-STMT                                   00178400
178500         BY VALUE LS-ONE                                          00178500
178600         BY REFERENCE WS-AUDIT-TABLE                              00178600
178700         BY VALUE 30                                              00178700
178800         BY VALUE SQLITE-TRANSIENT                                00178800
178900         RETURNING LS-SQL-RC                                      00178900
179000     END-CALL                                                     00179000
179100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00179100
179200         BY VALUE LS-AUDIT-STMT                                   00179200
179300         BY VALUE LS-TWO                                          00179300
179400         BY REFERENCE WS-AUDIT-OP                                 00179400
179500         BY VALUE 10                                              00179500
179600         BY VALUE SQLITE-TRANSIENT                                00179600
179700         RETURNING LS-SQL-RC                                      00179700
179800     END-CALL                                                     00179800
179900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00179900
180000         BY VALUE LS-AUDIT-STMT                                   00180000
180100         BY VALUE LS-THREE                                        00180100
180200         BY REFERENCE WS-AUDIT-BEFORE                             00180200
180300         BY VALUE 75                                              00180300
180400         BY VALUE SQLITE-TRANSIENT                                00180400
180500         RETURNING LS-SQL-RC                                      00180500
180600     END-CALL                                                     00180600
180700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00180700
180800         BY VALUE LS-AUDIT-STMT                                   00180800
180900         BY VALUE LS-FOUR                                         00180900
181000         BY REFERENCE WS-AUDIT-AFTER                              00181000
181100         BY VALUE 75                                              00181100
181200         BY VALUE SQLITE-TRANSIENT                                00181200
181300         RETURNING LS-SQL-RC                                      00181300
181400     END-CALL                                                     00181400
181500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00181500
181600         BY VALUE LS-AUDIT-STMT                                   00181600
181700         BY VALUE LS-FIVE                                         00181700
181800         BY VALUE LS-AUDIT-GMT-SECS                               00181800
181900         RETURNING LS-SQL-RC                                      00181900
182000     END-CALL                                                     00182000
182100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00182100
182200         BY VALUE LS-AUDIT-STMT                                   00182200
182300         BY VALUE LS-SIX                                          00182300
182400         BY REFERENCE WS-JOB-NAME                                 00182400
182500         BY VALUE 8                                               00182500
182600         BY VALUE SQLITE-TRANSIENT                                00182600
182700         RETURNING LS-SQL-RC                                      00182700
182800     END-CALL                                                     00182800
182900     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00182900
183000         BY VALUE LS-AUDIT-STMT                                   00183000
183100         RETURNING LS-SQL-RC                                      00183100
183200     END-CALL                                                     00183200
183300     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00183300
183400        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00183400
183500        DISPLAY 'AUDIT LOG INSERT FAILED. RC='                    00183500
183600           LS-SQL-RC UPON SYSOUT                                  00183600
183700        PERFORM DISPLAY-SQL-ERROR                                 00183700
183800        MOVE +16 TO RETURN-CODE                                   00183800
183900     END-IF                                                       00183900
184000     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00184000
184100         BY VALUE LS-AUDIT-STMT                                   00184100
184200         RETURNING LS-SQL-RC                                      00184200
184300     END-CALL                                                     00184300
184400     .                                                            00184400
184500 WRITE-REPORT-LINE-OUT.                                           00184500
184600     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN                   00184600
184700        PERFORM WRITE-REPORT-HEADING                              00184700
184800     END-IF                                                       00184800
184900     MOVE WS-REPORT-LINE TO REPORT1-RECORD                        00184900
185000     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00185000
185100     ADD 1 TO WS-LINE-COUNT                                       00185100
185200     MOVE SPACES TO WS-REPORT-LINE                                00185200
185300     .                                                            00185300
185400 WRITE-REPORT-HEADING.                                            00185400
185500     ADD 1 TO WS-PAGE-COUNT                                       00185500
185600     MOVE WS-PAGE-COUNT TO WS-PAGE-NUM-DISPLAY                    00185600
185700     MOVE SPACES TO REPORT1-RECORD                                00185700
185800     MOVE 1 TO WS-RPT-PTR                                         00185800
185900     STRING 'TESTCB43' DELIMITED BY SIZE                          00185900
186000         '   RUN DATE: ' DELIMITED BY SIZE                        00186000
186100         WS-RUN-DATE DELIMITED BY SIZE                            00186100
186200         '   PAGE: ' DELIMITED BY SIZE                            00186200
186300         WS-PAGE-NUM-DISPLAY DELIMITED BY SIZE                    00186300
186400         INTO REPORT1-RECORD                                      00186400
186500         WITH POINTER WS-RPT-PTR                                  00186500
186600     END-STRING                                                   00186600
186700     WRITE REPORT1-RECORD AFTER ADVANCING PAGE                    00186700
186800     MOVE SPACES TO REPORT1-RECORD                                00186800
186900     IF WS-PARM-FUNC IS EQUAL TO 'SCHEDULE' THEN                  00186900
187000        MOVE 'FEED SCHEDULE MAINTENANCE' TO REPORT1-RECORD        00187000
187100     ELSE                                                         00187100
187200        STRING 'FEED ARRIVALS FOR BUSINESS DATE '                 00187200
187300            DELIMITED BY SIZE                                     00187300
187400            WS-BUS-DATE DELIMITED BY SIZE                         00187400
187500            ' (' DELIMITED BY SIZE                                00187500
187600            WS-DAY-NAME(LS-DAY-OF-WEEK) DELIMITED BY SIZE         00187600
187700            ')' DELIMITED BY SIZE                                 00187700
187800            INTO REPORT1-RECORD                                   00187800
187900        END-STRING                                                00187900
188000     END-IF                                                       00188000
188100     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00188100
188200     MOVE 1 TO WS-LINE-COUNT                                      00188200
188300     EVALUATE TRUE                                                00188300
188400     WHEN WS-LISTING-FEEDS                                        00188400
188500          MOVE WS-FEED-HEADER TO REPORT1-RECORD                   00188500
188600          WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE             00188600
188700     WHEN WS-LISTING-SCHEDULE                                     00188700
188800          MOVE WS-SCHED-HEADER TO REPORT1-RECORD                  00188800
188900          WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE             00188900
189000     WHEN OTHER                                                   00189000
189100          CONTINUE                                                00189100
189200     END-EVALUATE                                                 00189200
189300     .                                                            00189300
189400*                                                                 00189400
189500* SCHEDULE runs as one transaction; a card in error or a data     00189500
189600* base failure rolls the whole deck back.                         00189600
189700*                                                                 00189700
189800 COMMIT-TRANSACTION.                                              00189800
189900     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00189900
190000         BY VALUE LS-AUDIT-STMT                                   00190000
190100         RETURNING LS-SQL-RC                                      00190100
190200     END-CALL                                                     00190200
190300     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00190300
190400         BY VALUE LS-FIND-STMT                                    00190400
190500         RETURNING LS-SQL-RC                                      00190500
190600     END-CALL                                                     00190600
190700     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00190700
190800         BY VALUE LS-UPSERT-STMT                                  00190800
190900         RETURNING LS-SQL-RC                                      00190900
191000     END-CALL                                                     00191000
191100     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00191100
191200         BY VALUE LS-DELETE-STMT                                  00191200
191300         RETURNING LS-SQL-RC                                      00191300
191400     END-CALL                                                     00191400
191500     IF RETURN-CODE IS EQUAL TO +16 THEN                          00191500
191600        MOVE Z'ROLLBACK TRANSACTION' TO SQL-ZCHAR                 00191600
191700        CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC             00191700
191800            BY VALUE LS-DB                                        00191800
191900            BY REFERENCE SQL-ZCHAR                                00191900
192000            BY VALUE LS-ZERO                                      00192000
192100            BY VALUE LS-ZERO                                      00192100
192200            BY VALUE LS-ZERO                                      00192200
192300            RETURNING LS-SQL-RC                                   00192300
192400        END-CALL                                                  00192400
192500        DISPLAY 'FEED SCHEDULE CHANGES ROLLED BACK.'              00192500
192600           UPON SYSOUT                                            00192600
192700        MOVE 'FEED SCHEDULE CHANGES ROLLED BACK.'                 00192700
192800           TO WS-REPORT-LINE                                      00192800
192900        PERFORM WRITE-REPORT-LINE-OUT                             00192900
193000        GO TO SHUTDOWN                                            00193000
193100     END-IF                                                       00193100
193200     MOVE Z'COMMIT TRANSACTION' TO SQL-ZCHAR                      00193200
193300     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00193300
193400         BY VALUE LS-DB                                           00193400
193500         BY REFERENCE SQL-ZCHAR                                   00193500
193600         BY VALUE LS-ZERO                                         00193600
193700         BY VALUE LS-ZERO                                         00193700
193800         BY VALUE LS-ZERO                                         00193800
193900         RETURNING LS-SQL-RC                                      00193900
194000     END-CALL                                                     00194000
194100     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00194100
194200        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00194200
194300        DISPLAY 'COMMIT TRANSACTION FAILED. RC='                  00194300
194400           LS-SQL-RC UPON SYSOUT                                  00194400
194500        PERFORM DISPLAY-SQL-ERROR                                 00194500
194600        MOVE +16 TO RETURN-CODE                                   00194600
194700        GO TO SHUTDOWN                                            00194700
194800     END-IF                                                       00194800
194900     MOVE SPACE TO WS-LISTING-SWITCH                              00194900
195000     MOVE SPACES TO WS-REPORT-LINE                                00195000
195100     PERFORM WRITE-REPORT-LINE-OUT                                00195100
195200     MOVE WS-CARD-COUNT TO WS-COUNT-DISPLAY                       00195200
195300     STRING 'SCHEDULE CARDS READ: ' DELIMITED BY SIZE             00195300
195400         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00195400
195500         INTO WS-REPORT-LINE                                      00195500
195600     END-STRING                                                   00195600
195700     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00195700
195800     PERFORM WRITE-REPORT-LINE-OUT                                00195800
195900     MOVE WS-ROWS-CHANGED TO WS-COUNT-DISPLAY                     00195900
196000     STRING 'SOURCE DAYS SET    : ' DELIMITED BY SIZE             00196000
196100         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00196100
196200         INTO WS-REPORT-LINE                                      00196200
196300     END-STRING                                                   00196300
196400     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00196400
196500     PERFORM WRITE-REPORT-LINE-OUT                                00196500
196600     MOVE WS-ROWS-DROPPED TO WS-COUNT-DISPLAY                     00196600
196700     STRING 'SOURCE DAYS DROPPED: ' DELIMITED BY SIZE             00196700
196800         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00196800
196900         INTO WS-REPORT-LINE                                      00196900
197000     END-STRING                                                   00197000
197100     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00197100
197200     PERFORM WRITE-REPORT-LINE-OUT                                00197200
197300     .                                                            00197300
197400 SHUTDOWN.                                                        00197400
197500     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00197500
197600         BY VALUE LS-DB                                           00197600
197700         RETURNING LS-SQL-RC                                      00197700
197800     END-CALL                                                     00197800
197900     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         00197900
198000         RETURNING LS-SQL-RC                                      00198000
198100     END-CALL                                                     00198100
198200     CLOSE REPORT1-FD                                             00198200
198300     GOBACK                                                       00198300
198400     .                                                            00198400
198500                                                                  00198500
198600 DISPLAY-SQL-ERROR.                                               00198600
198700     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRCODE             00198700
198800         BY VALUE LS-DB                                           00198800
198900         RETURNING LS-SQL-ERRCODE                                 00198900
199000     END-CALL                                                     00199000
199100     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRMSG              00199100
199200         BY VALUE LS-DB                                           00199200
199300         RETURNING LS-ERRMSG-POINTER                              00199300
199400     END-CALL                                                     00199400
199500     MOVE SPACES TO WS-ERRMSG-TEXT                                00199500
199600     MOVE ZERO TO WS-ERRMSG-LEN                                   00199600
199700     IF LS-ERRMSG-POINTER IS NOT EQUAL TO NULL THEN               00199700
199800        SET ADDRESS OF LINKAGE-COLUMN-TEXT                        00199800
199900           TO LS-ERRMSG-POINTER                                   00199900
200000        INSPECT LINKAGE-COLUMN-TEXT                               00200000
200100           TALLYING WS-ERRMSG-LEN                                 00200100
200200           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00200200
200300        MOVE LINKAGE-COLUMN-TEXT(1:WS-ERRMSG-LEN)                 00200300
200400           TO WS-ERRMSG-TEXT                                      00200400
200500     END-IF                                                       00200500
200600     DISPLAY '  SQLITE ERRCODE=' LS-SQL-ERRCODE                   00200600
200700         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00200700
200800         UPON SYSOUT                                              00200800
200900     .                                                            00200900
201000 END PROGRAM 'TESTCB43'.                                          00201000
