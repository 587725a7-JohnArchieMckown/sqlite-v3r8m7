002600* active (SQLITE-BUSY), RC=16 when the file cannot be             00260000
002700* processed.                                                      00270000
002800*                                                                 00280000
002820* A STEP_METRICS row (frames checkpointed) is left for the        00282000
002840* TESTCB45 batch-window report.                                   00284000
002860*                                                                 00286000
002900 ENVIRONMENT DIVISION.                                            00290000
003000 CONFIGURATION SECTION.                                           00300000
003100 SOURCE-COMPUTER. IBM-370.                                        00310000
009400 77  LS-LOG-FRAMES           PIC S9(9) COMP-5.                    00940000
009500 77  LS-CKPT-FRAMES          PIC S9(9) COMP-5.                    00950000
009600 77  WS-FRAMES-DISPLAY       PIC -(8)9.                           00960000
009602*                                                                 00960200
009604* The STEP_METRICS row this step leaves for the TESTCB45          00960400
009606* batch-window report: the CEEGMT start and end seconds, the      00960600
009608* rows the step processed, its business date and return code,     00960800
009610* and the data base the row goes into (LOW-VALUES when there      00961000
009612* is none, and then no row is written).                           00961200
009614*                                                                 00961400
009616 77  LS-METRICS-DB           USAGE IS POINTER.                    00961600
009618 77  LS-METRICS-STMT         USAGE IS POINTER.                    00961800
009620 77  LS-METRICS-NULL         POINTER VALUE IS NULL.               00962000
009622 77  LS-METRICS-RC           PIC S9(9) COMP-5.                    00962200
009624 77  LS-METRICS-FLAGS        PIC S9(9) COMP-5.                    00962400
009626 77  LS-METRICS-COL          PIC S9(9) COMP-5.                    00962600
009628 77  LS-METRICS-MINUS-ONE    PIC S9(9) COMP-5                     00962800
009630        VALUE IS -1.                                              00963000
009632 77  LS-METRICS-WAIT-MS      PIC S9(9) COMP-5                     00963200
009634        VALUE IS 5000.                                            00963400
009636 77  LS-METRICS-LILIAN       PIC S9(9) COMP-5.                    00963600
009638 77  LS-METRICS-START-SECS   USAGE COMP-2.                        00963800
009640 77  LS-METRICS-END-SECS     USAGE COMP-2.                        00964000
009642 77  LS-METRICS-TIME-BFP     USAGE COMP-2.                        00964200
009644 77  LS-METRICS-ROWS         PIC S9(9) COMP-5                     00964400
009646        VALUE IS ZERO.                                            00964600
009648 77  LS-METRICS-STEP-RC      PIC S9(9) COMP-5.                    00964800
009650 77  LS-METRICS-JPI-FUNC     PIC S9(9) COMP-5                     00965000
009652        VALUE IS 1.                                               00965200
009654 77  LS-METRICS-JPI-BUFLEN   PIC S9(9) COMP-5                     00965400
009656        VALUE IS 8.                                               00965600
009658 77  LS-METRICS-JPI-RETLEN   PIC S9(9) COMP-5.                    00965800
009660 77  WS-METRICS-JOB          PIC X(8).                            00966000
009662 77  WS-METRICS-STEP         PIC X(8)                             00966200
009664        VALUE IS 'TESTCB18'.                                      00966400
009666 77  WS-METRICS-DATE         PIC X(8)                             00966600
009668        VALUE IS SPACES.                                          00966800
009670 77  WS-METRICS-DBPATH       PIC X(320)                           00967000
009672        VALUE IS LOW-VALUES.                                      00967200
009674 77  WS-METRICS-SQL          PIC X(255).                          00967400
009676 77  WS-METRICS-PTR          PIC S9(4) COMP-5.                    00967600
009700 LINKAGE SECTION.                                                 00970000
009800 01  MVS-PARM.                                                    00980000
009900     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00990000
010700*                                                                 01070000
010800 PROCEDURE DIVISION USING MVS-PARM.                               01080000
010900 START-UP.                                                        01090000
010930     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       01093000
010960          LS-METRICS-START-SECS, LE-FC                            01096000
011000     CALL SQLITE3A USING SQLITE3-LIBVERSION                       01100000
011100          RETURNING LS-LIBVERSION-POINTER                         01110000
011200     END-CALL                                                     01120000
015600        END-IF                                                    01560000
015700     END-IF                                                       01570000
015800     MOVE SQLITE-OPEN-READWRITE TO LS-OPEN-FLAGS                  01580000
015850     MOVE SQL-ZCHAR TO WS-METRICS-DBPATH                          01585000
015900     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             01590000
016000          BY REFERENCE SQL-ZCHAR                                  01600000
016100          BY REFERENCE LS-DB                                      01610000
022500         BY VALUE LS-DB                                           02250000
022600         RETURNING LS-SQL-RC                                      02260000
022700     END-CALL                                                     02270000
022720     IF LS-CKPT-FRAMES IS GREATER THAN ZERO THEN                  02272000
022740        MOVE LS-CKPT-FRAMES TO LS-METRICS-ROWS                    02274000
022760     END-IF                                                       02276000
022780     PERFORM RECORD-STEP-METRICS THRU RECORD-STEP-METRICS-EXIT    02278000
022800     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         02280000
022900         RETURNING LS-SQL-RC                                      02290000
023000     END-CALL                                                     02300000
025500         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               02550000
025600         UPON SYSOUT                                              02560000
025700     .                                                            02570000
025800*                                                                 02580000
025900* Leave this step's STEP_METRICS row for the TESTCB45             02590000
026000* batch-window report. The row goes in on a connection of its     02600000
026100* own once the step's own work is finished, so a read-only step   02610000
026200* stays read-only and the row is never part of (or waiting on)    02620000
026300* the step's own transaction. A failure here is reported and      02630000
026400* nothing more: the step keeps the return code its own work       02640000
026500* earned. A data base that does not exist is not created just     02650000
026600* to hold the row.                                                02660000
026700*                                                                 02670000
026800 RECORD-STEP-METRICS.                                             02680000
026900     MOVE RETURN-CODE TO LS-METRICS-STEP-RC                       02690000
027000     IF WS-METRICS-DBPATH(1:1) IS EQUAL TO LOW-VALUE THEN         02700000
027100        GO TO RECORD-STEP-METRICS-EXIT                            02710000
027200     END-IF                                                       02720000
027300     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       02730000
027400          LS-METRICS-END-SECS, LE-FC                              02740000
027500     MOVE SPACES TO WS-METRICS-JOB                                02750000
027600     CALL 'CEE3JPI' USING LS-METRICS-JPI-FUNC, WS-METRICS-JOB,    02760000
027700          LS-METRICS-JPI-BUFLEN, LS-METRICS-JPI-RETLEN, LE-FC     02770000
027800     MOVE SQLITE-OPEN-READWRITE TO LS-METRICS-FLAGS               02780000
027900     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             02790000
028000         BY REFERENCE WS-METRICS-DBPATH                           02800000
028100         BY REFERENCE LS-METRICS-DB                               02810000
028200         BY VALUE LS-METRICS-FLAGS                                02820000
028300         BY VALUE LS-METRICS-NULL                                 02830000
028400         RETURNING LS-METRICS-RC                                  02840000
028500     END-CALL                                                     02850000
028600     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              02860000
028700        DISPLAY 'STEP_METRICS NOT RECORDED. OPEN RC='             02870000
028800           LS-METRICS-RC UPON SYSOUT                              02880000
028900        GO TO RECORD-STEP-METRICS-CLOSE                           02890000
029000     END-IF                                                       02900000
029100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        02910000
029200         BY VALUE LS-METRICS-DB                                   02920000
029300         BY VALUE LS-METRICS-WAIT-MS                              02930000
029400         RETURNING LS-METRICS-RC                                  02940000
029500     END-CALL                                                     02950000
029600     MOVE 1 TO WS-METRICS-PTR                                     02960000
029700     STRING 'CREATE TABLE IF NOT EXISTS STEP_METRICS ('           02970000
029800         DELIMITED BY SIZE                                        02980000
029900         'JOB_NAME TEXT, STEP_NAME TEXT, ' DELIMITED BY SIZE      02990000
030000         'BUSINESS_DATE TEXT, START_TIME REAL, '                  03000000
030100         DELIMITED BY SIZE                                        03010000
030200         'END_TIME REAL, ROWS_PROCESSED INTEGER, '                03020000
030300         DELIMITED BY SIZE                                        03030000
030400         'RETURN_CODE INTEGER)' DELIMITED BY SIZE                 03040000
030500         INTO WS-METRICS-SQL                                      03050000
030600         WITH POINTER WS-METRICS-PTR                              03060000
030700     END-STRING                                                   03070000
030800     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          03080000
030900     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                03090000
031000         BY VALUE LS-METRICS-DB                                   03100000
031100         BY REFERENCE WS-METRICS-SQL                              03110000
031200         BY VALUE LS-METRICS-NULL                                 03120000
031300         BY VALUE LS-METRICS-NULL                                 03130000
031400         BY VALUE LS-METRICS-NULL                                 03140000
031500         RETURNING LS-METRICS-RC                                  03150000
031600     END-CALL                                                     03160000
031700     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              03170000
031800        DISPLAY 'STEP_METRICS NOT RECORDED. CREATE RC='           03180000
031900           LS-METRICS-RC UPON SYSOUT                              03190000
032000        GO TO RECORD-STEP-METRICS-CLOSE                           03200000
032100     END-IF                                                       03210000
032200     MOVE 1 TO WS-METRICS-PTR                                     03220000
032300     STRING 'INSERT INTO STEP_METRICS(JOB_NAME,STEP_NAME,'        03230000
032400         DELIMITED BY SIZE                                        03240000
032500         'BUSINESS_DATE,START_TIME,END_TIME,' DELIMITED BY SIZE   03250000
032600         'ROWS_PROCESSED,RETURN_CODE) ' DELIMITED BY SIZE         03260000
032700         'VALUES(?,?,?,?,?,?,?)' DELIMITED BY SIZE                03270000
032800         INTO WS-METRICS-SQL                                      03280000
032900         WITH POINTER WS-METRICS-PTR                              03290000
033000     END-STRING                                                   03300000
033100     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          03310000
033200     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          03320000
033300         BY VALUE LS-METRICS-DB                                   03330000
033400         BY REFERENCE WS-METRICS-SQL                              03340000
033500         BY VALUE LS-METRICS-MINUS-ONE                            03350000
033600         BY REFERENCE LS-METRICS-STMT                             03360000
033700         BY VALUE LS-METRICS-NULL                                 03370000
033800         RETURNING LS-METRICS-RC                                  03380000
033900     END-CALL                                                     03390000
034000     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              03400000
034100        DISPLAY 'STEP_METRICS NOT RECORDED. PREPARE RC='          03410000
034200           LS-METRICS-RC UPON SYSOUT                              03420000
034300        GO TO RECORD-STEP-METRICS-CLOSE                           03430000
034400     END-IF                                                       03440000
034500     MOVE 1 TO LS-METRICS-COL                                     03450000
034600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           03460000
034700         BY VALUE LS-METRICS-STMT                                 03470000
034800         BY VALUE LS-METRICS-COL                                  03480000
034900         BY REFERENCE WS-METRICS-JOB                              03490000
035000         BY VALUE 8                                               03500000
035100         BY VALUE SQLITE-TRANSIENT                                03510000
035200         RETURNING LS-METRICS-RC                                  03520000
035300     END-CALL                                                     03530000
035400     MOVE 2 TO LS-METRICS-COL                                     03540000
035500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           03550000
035600         BY VALUE LS-METRICS-STMT                                 03560000
035700         BY VALUE LS-METRICS-COL                                  03570000
035800         BY REFERENCE WS-METRICS-STEP                             03580000
035900         BY VALUE 8                                               03590000
036000         BY VALUE SQLITE-TRANSIENT                                03600000
036100         RETURNING LS-METRICS-RC                                  03610000
036200     END-CALL                                                     03620000
036300     MOVE 3 TO LS-METRICS-COL                                     03630000
036400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           03640000
036500         BY VALUE LS-METRICS-STMT                                 03650000
036600         BY VALUE LS-METRICS-COL                                  03660000
036700         BY REFERENCE WS-METRICS-DATE                             03670000
036800         BY VALUE 8                                               03680000
036900         BY VALUE SQLITE-TRANSIENT                                03690000
037000         RETURNING LS-METRICS-RC                                  03700000
037100     END-CALL                                                     03710000
037200     CALL SQLITE3A USING                                          03720000
037300         BY REFERENCE CONVERT-HFP-TO-BFP                          03730000
037400         BY VALUE LS-METRICS-START-SECS                           03740000
037500         BY REFERENCE LS-METRICS-TIME-BFP                         03750000
037600     END-CALL                                                     03760000
037700     MOVE 4 TO LS-METRICS-COL                                     03770000
037800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         03780000
037900         BY VALUE LS-METRICS-STMT                                 03790000
038000         BY VALUE LS-METRICS-COL                                  03800000
038100         BY VALUE LS-METRICS-TIME-BFP                             03810000
038200         RETURNING LS-METRICS-RC                                  03820000
038300     END-CALL                                                     03830000
038400     CALL SQLITE3A USING                                          03840000
038500         BY REFERENCE CONVERT-HFP-TO-BFP                          03850000
038600         BY VALUE LS-METRICS-END-SECS                             03860000
038700         BY REFERENCE LS-METRICS-TIME-BFP                         03870000
038800     END-CALL                                                     03880000
038900     MOVE 5 TO LS-METRICS-COL                                     03890000
039000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         03900000
039100         BY VALUE LS-METRICS-STMT                                 03910000
039200         BY VALUE LS-METRICS-COL                                  03920000
039300         BY VALUE LS-METRICS-TIME-BFP                             03930000
039400         RETURNING LS-METRICS-RC                                  03940000
039500     END-CALL                                                     03950000
039600     MOVE 6 TO LS-METRICS-COL                                     03960000
039700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            03970000
039800         BY VALUE LS-METRICS-STMT                                 03980000
039900         BY VALUE LS-METRICS-COL                                  03990000
040000         BY VALUE LS-METRICS-ROWS                                 04000000
040100         RETURNING LS-METRICS-RC                                  04010000
040200     END-CALL                                                     04020000
040300     MOVE 7 TO LS-METRICS-COL                                     04030000
040400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            04040000
040500         BY VALUE LS-METRICS-STMT                                 04050000
040600         BY VALUE LS-METRICS-COL                                  04060000
040700         BY VALUE LS-METRICS-STEP-RC                              04070000
040800         RETURNING LS-METRICS-RC                                  04080000
040900     END-CALL                                                     04090000
041000     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                04100000
041100         BY VALUE LS-METRICS-STMT                                 04110000
041200         RETURNING LS-METRICS-RC                                  04120000
041300     END-CALL                                                     04130000
041400     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-DONE THEN            04140000
041500        DISPLAY 'STEP_METRICS NOT RECORDED. INSERT RC='           04150000
041600           LS-METRICS-RC UPON SYSOUT                              04160000
041700     END-IF                                                       04170000
041800     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            04180000
041900         BY VALUE LS-METRICS-STMT                                 04190000
042000         RETURNING LS-METRICS-RC                                  04200000
042100     END-CALL                                                     04210000
042200     .                                                            04220000
042300 RECORD-STEP-METRICS-CLOSE.                                       04230000
042400     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               04240000
042500         BY VALUE LS-METRICS-DB                                   04250000
042600         RETURNING LS-METRICS-RC                                  04260000
042700     END-CALL                                                     04270000
042800     MOVE LS-METRICS-STEP-RC TO RETURN-CODE                       04280000
042900     .                                                            04290000
043000 RECORD-STEP-METRICS-EXIT.                                        04300000
043100     EXIT                                                         04310000
043200     .                                                            04320000
043300 END PROGRAM 'TESTCB18'.                                          04330000
