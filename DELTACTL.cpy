000100* DELTACTL - control and detail views of the TESTCB10 DELTA file. 00000100
000200* Byte 1 is the record type: 'H' header, 'T' trailer, or the      00000200
000300* 'A'/'U'/'D' operation tag of a detail record (whose remaining   00000300
000400* 80 bytes are the LOADREC layout). Each extract is written as    00000400
000500* one header, its details in LOG_TIME order, and one trailer.     00000500
000600* The header carries the table and the LOG_TIME window the file   00000600
000700* covers (FROM is the prior mark, THRU the new one) and the       00000700
000800* CEEGMT time the extract ran; the trailer carries the detail     00000800
000900* count and the table's row count and AMOUNT total as they        00000900
001000* stood in the same read snapshot, so a standby copy can prove    00001000
001100* itself against production once the file is applied. The         00001100
001200* detail view names the LOG_TIME and BUSINESS_DATE of the change  00001200
001300* carried in the LOADREC trailing FILLER. Like LOADHDTR, this     00001300
001400* copybook is COPYed directly under an FD's own 01 level, so it   00001400
001500* supplies 05-level fields only, no 01 of its own.                00001500
001600 05  DELTA-CTL-TYPE          PIC X.                               00001600
001700     88  DELTA-HEADER-RECORD VALUE IS 'H'.                        00001700
001800     88  DELTA-TRAILER-RECORD VALUE IS 'T'.                       00001800
001900     88  DELTA-ADD-RECORD    VALUE IS 'A'.                        00001900
002000     88  DELTA-UPDATE-RECORD VALUE IS 'U'.                        00002000
002100     88  DELTA-DELETE-RECORD VALUE IS 'D'.                        00002100
002200 05  DELTA-HDR-BODY.                                              00002200
002300     10  DELTA-HDR-TABLE     PIC X(30).                           00002300
002400     10  DELTA-HDR-FROM-TIME PIC 9(11)V9(3).                      00002400
002500     10  DELTA-HDR-THRU-TIME PIC 9(11)V9(3).                      00002500
002600     10  DELTA-HDR-EXTRACT-TIME                                   00002600
002700                             PIC 9(11)V9(3).                      00002700
002800     10  FILLER              PIC X(8).                            00002800
002900 05  DELTA-TRL-BODY REDEFINES DELTA-HDR-BODY.                     00002900
003000     10  DELTA-TRL-COUNT     PIC 9(9).                            00003000
003100     10  DELTA-TRL-ROWS      PIC 9(9).                            00003100
003200     10  DELTA-TRL-TOTAL     PIC S9(13)V99                        00003200
003300                             SIGN IS LEADING SEPARATE.            00003300
003400     10  FILLER              PIC X(46).                           00003400
003500 05  DELTA-DTL-BODY REDEFINES DELTA-HDR-BODY.                     00003500
003600     10  FILLER              PIC X(58).                           00003600
003700     10  DELTA-DTL-LOG-TIME  PIC 9(11)V9(3).                      00003700
003800     10  DELTA-DTL-BUS-DATE  PIC X(8).                            00003800
