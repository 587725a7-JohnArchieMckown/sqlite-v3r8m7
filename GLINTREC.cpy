000100* GLINTREC - record layouts for the general-ledger interface      00000100
000200* file TESTCB41 writes: a header record (the business date        00000200
000300* posted, the business table it came from, and the run date),     00000300
000400* the balanced journal entry detail records (one debit and one    00000400
000500* credit per operation/job group, AMOUNT always positive), and    00000500
000600* a trailer record (detail count and the debit and credit         00000600
000700* totals, which are equal on a good file). Record type is byte    00000700
000800* 1: 'H' header, 'D' detail, 'T' trailer. Like LOADHDTR, this     00000800
000900* copybook is COPYed directly under an FD's own 01 level, so it   00000900
001000* supplies 05-level fields only, no 01 of its own.                00001000
001100 05  GL-RECORD-TYPE          PIC X.                               00001100
001200     88  GL-HEADER-RECORD    VALUE IS 'H'.                        00001200
001300     88  GL-DETAIL-RECORD    VALUE IS 'D'.                        00001300
001400     88  GL-TRAILER-RECORD   VALUE IS 'T'.                        00001400
001500 05  GL-HDR-BODY.                                                 00001500
001600     10  GL-HDR-BUS-DATE     PIC X(8).                            00001600
001700     10  GL-HDR-TABLE        PIC X(30).                           00001700
001800     10  GL-HDR-RUN-DATE     PIC X(8).                            00001800
001900     10  FILLER              PIC X(33).                           00001900
002000 05  GL-DTL-BODY REDEFINES GL-HDR-BODY.                           00002000
002100     10  GL-DTL-BUS-DATE     PIC X(8).                            00002100
002200     10  GL-DTL-ACCOUNT      PIC X(12).                           00002200
002300     10  GL-DTL-DR-CR        PIC X.                               00002300
002400         88  GL-DTL-DEBIT    VALUE IS 'D'.                        00002400
002500         88  GL-DTL-CREDIT   VALUE IS 'C'.                        00002500
002600     10  GL-DTL-AMOUNT       PIC 9(11)V99.                        00002600
002700     10  GL-DTL-OPERATION    PIC X(10).                           00002700
002800     10  GL-DTL-JOB-NAME     PIC X(8).                            00002800
002900     10  GL-DTL-MOVE-COUNT   PIC 9(7).                            00002900
003000     10  FILLER              PIC X(20).                           00003000
003100 05  GL-TRL-BODY REDEFINES GL-HDR-BODY.                           00003100
003200     10  GL-TRL-BUS-DATE     PIC X(8).                            00003200
003300     10  GL-TRL-COUNT        PIC 9(9).                            00003300
003400     10  GL-TRL-DEBIT-TOTAL  PIC 9(11)V99.                        00003400
003500     10  GL-TRL-CREDIT-TOTAL PIC 9(11)V99.                        00003500
003600     10  FILLER              PIC X(36).                           00003600
