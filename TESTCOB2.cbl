001700* which contains one or more tables. It will then display         00170002
001800* the name of each table and the contents of every row            00180002
001900* within each table.                                              00190002
001920*                                                                 00192000
001940* A STEP_METRICS row (rows listed) is left for the TESTCB45       00194000
001960* batch-window report.                                            00196000
001980*                                                                 00198000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 CONFIGURATION SECTION.                                           00210000
002200 SOURCE-COMPUTER. IBM-370.                                        00220000
008158                             VALUE IS 'N'.                        00815800
008159     88  WS-EOF              VALUE IS 'Y'.                        00815900
008158*                                                                 00815800
008161*                                                                 00816100
008164* The STEP_METRICS row this step leaves for the TESTCB45          00816400
008167* batch-window report: the CEEGMT start and end seconds, the      00816700
008170* rows the step processed, its business date and return code,     00817000
008173* and the data base the row goes into (LOW-VALUES when there      00817300
008176* is none, and then no row is written).                           00817600
008179*                                                                 00817900
008182 77  LS-METRICS-DB           USAGE IS POINTER.                    00818200
008185 77  LS-METRICS-STMT         USAGE IS POINTER.                    00818500
008188 77  LS-METRICS-NULL         POINTER VALUE IS NULL.               00818800
008191 77  LS-METRICS-RC           PIC S9(9) COMP-5.                    00819100
008194 77  LS-METRICS-FLAGS        PIC S9(9) COMP-5.                    00819400
008197 77  LS-METRICS-COL          PIC S9(9) COMP-5.                    00819700
008200 77  LS-METRICS-MINUS-ONE    PIC S9(9) COMP-5                     00820000
008203        VALUE IS -1.                                              00820300
008206 77  LS-METRICS-WAIT-MS      PIC S9(9) COMP-5                     00820600
008209        VALUE IS 5000.                                            00820900
008212 77  LS-METRICS-LILIAN       PIC S9(9) COMP-5.                    00821200
008215 77  LS-METRICS-START-SECS   USAGE COMP-2.                        00821500
008218 77  LS-METRICS-END-SECS     USAGE COMP-2.                        00821800
008221 77  LS-METRICS-TIME-BFP     USAGE COMP-2.                        00822100
008224 77  LS-METRICS-ROWS         PIC S9(9) COMP-5                     00822400
008227        VALUE IS ZERO.                                            00822700
008230 77  LS-METRICS-STEP-RC      PIC S9(9) COMP-5.                    00823000
008233 77  LS-METRICS-JPI-FUNC     PIC S9(9) COMP-5                     00823300
008236        VALUE IS 1.                                               00823600
008239 77  LS-METRICS-JPI-BUFLEN   PIC S9(9) COMP-5                     00823900
008242        VALUE IS 8.                                               00824200
008245 77  LS-METRICS-JPI-RETLEN   PIC S9(9) COMP-5.                    00824500
008248 77  WS-METRICS-JOB          PIC X(8).                            00824800
008251 77  WS-METRICS-STEP         PIC X(8)                             00825100
008254        VALUE IS 'TESTCOB2'.                                      00825400
008257 77  WS-METRICS-DATE         PIC X(8)                             00825700
008260        VALUE IS SPACES.                                          00826000
008263 77  WS-METRICS-DBPATH       PIC X(320)                           00826300
008266        VALUE IS LOW-VALUES.                                      00826600
008269 77  WS-METRICS-SQL          PIC X(255).                          00826900
008272 77  WS-METRICS-PTR          PIC S9(4) COMP-5.                    00827200
008300 LINKAGE SECTION.                                                 00830000
008200 01  MVS-PARM.                                                    00820000
008300     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00830000
009000*                                                                 00900000
009100 PROCEDURE DIVISION USING MVS-PARM.                               00910000
009200 START-UP.                                                        00920000
009230     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       00923000
009260          LS-METRICS-START-SECS, LE-FC                            00926000
009300**                                                                00930000
009400** How to access the data when SQLITE returns a                   00940000
009500** pointer. The following shows how to get the pointer            00950000
015993           MOVE SQLITE-OPEN-READONLY TO LS-OPEN-FLAGS             01599300
015994        END-IF                                                    01599400
015995     END-IF                                                       01599500
016045     MOVE SQL-ZCHAR TO WS-METRICS-DBPATH                          01604500
016100     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             01610002
016200          BY REFERENCE SQL-ZCHAR                                  01620000
016300          BY REFERENCE LS-DB                                      01630000
018740        EVALUATE LS-SQL-RC                                        01874000
018750        WHEN SQLITE-ROW                                           01875000
018760             PERFORM DUMP-ONE-ROW                                 01876000
018765             ADD 1 TO LS-METRICS-ROWS                             01876500
018770             MOVE +0 TO LS-SQL-RC                                 01877000
018780        WHEN SQLITE-DONE                                          01878000
018790             MOVE +4 TO LS-SQL-RC                                 01879000
025486     .                                                            02548600
025488                                                                  02548800
025600 SHUTDOWN.                                                        02560000
025610     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               02561000
025620         BY VALUE LS-DB                                           02562000
025630         RETURNING LS-SQL-RC                                      02563000
025640     END-CALL                                                     02564000
025650     PERFORM RECORD-STEP-METRICS THRU RECORD-STEP-METRICS-EXIT    02565000
025700     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         02570000
025800          RETURNING LS-SQL-RC                                     02580000
025900     END-CALL                                                     02590000
026162         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               02616200
026164         UPON SYSOUT                                              02616400
026166     .                                                            02616600
026266*                                                                 02626600
026366* Leave this step's STEP_METRICS row for the TESTCB45             02636600
026466* batch-window report. The row goes in on a connection of its     02646600
026566* own once the step's own work is finished, so a read-only step   02656600
026666* stays read-only and the row is never part of (or waiting on)    02666600
026766* the step's own transaction. A failure here is reported and      02676600
026866* nothing more: the step keeps the return code its own work       02686600
026966* earned. A data base that does not exist is not created just     02696600
027066* to hold the row.                                                02706600
027166*                                                                 02716600
027266 RECORD-STEP-METRICS.                                             02726600
027366     MOVE RETURN-CODE TO LS-METRICS-STEP-RC                       02736600
027466     IF WS-METRICS-DBPATH(1:1) IS EQUAL TO LOW-VALUE THEN         02746600
027566        GO TO RECORD-STEP-METRICS-EXIT                            02756600
027666     END-IF                                                       02766600
027766     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       02776600
027866          LS-METRICS-END-SECS, LE-FC                              02786600
027966     MOVE SPACES TO WS-METRICS-JOB                                02796600
028066     CALL 'CEE3JPI' USING LS-METRICS-JPI-FUNC, WS-METRICS-JOB,    02806600
028166          LS-METRICS-JPI-BUFLEN, LS-METRICS-JPI-RETLEN, LE-FC     02816600
028266     MOVE SQLITE-OPEN-READWRITE TO LS-METRICS-FLAGS               02826600
028366     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             02836600
028466         BY REFERENCE WS-METRICS-DBPATH                           02846600
028566         BY REFERENCE LS-METRICS-DB                               02856600
028666         BY VALUE LS-METRICS-FLAGS                                02866600
028766         BY VALUE LS-METRICS-NULL                                 02876600
028866         RETURNING LS-METRICS-RC                                  02886600
028966     END-CALL                                                     02896600
029066     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              02906600
029166        DISPLAY 'STEP_METRICS NOT RECORDED. OPEN RC='             02916600
029266           LS-METRICS-RC UPON SYSOUT                              02926600
029366        GO TO RECORD-STEP-METRICS-CLOSE                           02936600
029466     END-IF                                                       02946600
029566     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        02956600
029666         BY VALUE LS-METRICS-DB                                   02966600
029766         BY VALUE LS-METRICS-WAIT-MS                              02976600
029866         RETURNING LS-METRICS-RC                                  02986600
029966     END-CALL                                                     02996600
030066     MOVE 1 TO WS-METRICS-PTR                                     03006600
030166     STRING 'CREATE TABLE IF NOT EXISTS STEP_METRICS ('           03016600
030266         DELIMITED BY SIZE                                        03026600
030366         'JOB_NAME TEXT, STEP_NAME TEXT, ' DELIMITED BY SIZE      03036600
030466         'BUSINESS_DATE TEXT, START_TIME REAL, '                  03046600
030566         DELIMITED BY SIZE                                        03056600
030666         'END_TIME REAL, ROWS_PROCESSED INTEGER, '                03066600
030766         DELIMITED BY SIZE                                        03076600
030866         'RETURN_CODE INTEGER)' DELIMITED BY SIZE                 03086600
030966         INTO WS-METRICS-SQL                                      03096600
031066         WITH POINTER WS-METRICS-PTR                              03106600
031166     END-STRING                                                   03116600
031266     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          03126600
031366     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                03136600
031466         BY VALUE LS-METRICS-DB                                   03146600
031566         BY REFERENCE WS-METRICS-SQL                              03156600
031666         BY VALUE LS-METRICS-NULL                                 03166600
031766         BY VALUE LS-METRICS-NULL                                 03176600
031866         BY VALUE LS-METRICS-NULL                                 03186600
031966         RETURNING LS-METRICS-RC                                  03196600
032066     END-CALL                                                     03206600
032166     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              03216600
032266        DISPLAY 'STEP_METRICS NOT RECORDED. CREATE RC='           03226600
032366           LS-METRICS-RC UPON SYSOUT                              03236600
032466        GO TO RECORD-STEP-METRICS-CLOSE                           03246600
032566     END-IF                                                       03256600
032666     MOVE 1 TO WS-METRICS-PTR                                     03266600
032766     STRING 'INSERT INTO STEP_METRICS(JOB_NAME,STEP_NAME,'        03276600
032866         DELIMITED BY SIZE                                        03286600
032966         'BUSINESS_DATE,START_TIME,END_TIME,' DELIMITED BY SIZE   03296600
033066         'ROWS_PROCESSED,RETURN_CODE) ' DELIMITED BY SIZE         03306600
033166         'VALUES(?,?,?,?,?,?,?)' DELIMITED BY SIZE                03316600
033266         INTO WS-METRICS-SQL                                      03326600
033366         WITH POINTER WS-METRICS-PTR                              03336600
033466     END-STRING                                                   03346600
033566     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          03356600
033666     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          03366600
033766         BY VALUE LS-METRICS-DB                                   03376600
033866         BY REFERENCE WS-METRICS-SQL                              03386600
033966         BY VALUE LS-METRICS-MINUS-ONE                            03396600
034066         BY REFERENCE LS-METRICS-STMT                             03406600
034166         BY VALUE LS-METRICS-NULL                                 03416600
034266         RETURNING LS-METRICS-RC                                  03426600
034366     END-CALL                                                     03436600
034466     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              03446600
034566        DISPLAY 'STEP_METRICS NOT RECORDED. PREPARE RC='          03456600
034666           LS-METRICS-RC UPON SYSOUT                              03466600
034766        GO TO RECORD-STEP-METRICS-CLOSE                           03476600
034866     END-IF                                                       03486600
034966     MOVE 1 TO LS-METRICS-COL                                     03496600
035066     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           03506600
035166         BY VALUE LS-METRICS-STMT                                 03516600
035266         BY VALUE LS-METRICS-COL                                  03526600
035366         BY REFERENCE WS-METRICS-JOB                              03536600
035466         BY VALUE 8                                               03546600
035566         BY VALUE SQLITE-TRANSIENT                                03556600
035666         RETURNING LS-METRICS-RC                                  03566600
035766     END-CALL                                                     03576600
035866     MOVE 2 TO LS-METRICS-COL                                     03586600
035966     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           03596600
036066         BY VALUE LS-METRICS-STMT                                 03606600
036166         BY VALUE LS-METRICS-COL                                  03616600
036266         BY REFERENCE WS-METRICS-STEP                             03626600
036366         BY VALUE 8                                               03636600
036466         BY VALUE SQLITE-TRANSIENT                                03646600
036566         RETURNING LS-METRICS-RC                                  03656600
036666     END-CALL                                                     03666600
036766     MOVE 3 TO LS-METRICS-COL                                     03676600
036866     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           03686600
036966         BY VALUE LS-METRICS-STMT                                 03696600
037066         BY VALUE LS-METRICS-COL                                  03706600
037166         BY REFERENCE WS-METRICS-DATE                             03716600
037266         BY VALUE 8                                               03726600
037366         BY VALUE SQLITE-TRANSIENT                                03736600
037466         RETURNING LS-METRICS-RC                                  03746600
037566     END-CALL                                                     03756600
037666     CALL SQLITE3A USING                                          03766600
037766         BY REFERENCE CONVERT-HFP-TO-BFP                          03776600
037866         BY VALUE LS-METRICS-START-SECS                           03786600
037966         BY REFERENCE LS-METRICS-TIME-BFP                         03796600
038066     END-CALL                                                     03806600
038166     MOVE 4 TO LS-METRICS-COL                                     03816600
038266     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         03826600
038366         BY VALUE LS-METRICS-STMT                                 03836600
038466         BY VALUE LS-METRICS-COL                                  03846600
038566         BY VALUE LS-METRICS-TIME-BFP                             03856600
038666         RETURNING LS-METRICS-RC                                  03866600
038766     END-CALL                                                     03876600
038866     CALL SQLITE3A USING                                          03886600
038966         BY REFERENCE CONVERT-HFP-TO-BFP                          03896600
039066         BY VALUE LS-METRICS-END-SECS                             03906600
039166         BY REFERENCE LS-METRICS-TIME-BFP                         03916600
039266     END-CALL                                                     03926600
039366     MOVE 5 TO LS-METRICS-COL                                     03936600
039466     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         03946600
039566         BY VALUE LS-METRICS-STMT                                 03956600
039666         BY VALUE LS-METRICS-COL                                  03966600
039766         BY VALUE LS-METRICS-TIME-BFP                             03976600
039866         RETURNING LS-METRICS-RC                                  03986600
039966     END-CALL                                                     03996600
040066     MOVE 6 TO LS-METRICS-COL                                     04006600
040166     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            04016600
040266         BY VALUE LS-METRICS-STMT                                 04026600
040366         BY VALUE LS-METRICS-COL                                  04036600
040466         BY VALUE LS-METRICS-ROWS                                 04046600
040566         RETURNING LS-METRICS-RC                                  04056600
040666     END-CALL                                                     04066600
040766     MOVE 7 TO LS-METRICS-COL                                     04076600
040866     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            04086600
040966         BY VALUE LS-METRICS-STMT                                 04096600
041066         BY VALUE LS-METRICS-COL                                  04106600
041166         BY VALUE LS-METRICS-STEP-RC                              04116600
041266         RETURNING LS-METRICS-RC                                  04126600
041366     END-CALL                                                     04136600
041466     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                04146600
041566         BY VALUE LS-METRICS-STMT                                 04156600
041666         RETURNING LS-METRICS-RC                                  04166600
041766     END-CALL                                                     04176600
041866     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-DONE THEN            04186600
041966        DISPLAY 'STEP_METRICS NOT RECORDED. INSERT RC='           04196600
042066           LS-METRICS-RC UPON SYSOUT                              04206600
042166     END-IF                                                       04216600
042266     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            04226600
042366         BY VALUE LS-METRICS-STMT                                 04236600
042466         RETURNING LS-METRICS-RC                                  04246600
042566     END-CALL                                                     04256600
042666     .                                                            04266600
042766 RECORD-STEP-METRICS-CLOSE.                                       04276600
042866     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               04286600
042966         BY VALUE LS-METRICS-DB                                   04296600
043066         RETURNING LS-METRICS-RC                                  04306600
043166     END-CALL                                                     04316600
043266     MOVE LS-METRICS-STEP-RC TO RETURN-CODE                       04326600
043366     .                                                            04336600
043466 RECORD-STEP-METRICS-EXIT.                                        04346600
043566     EXIT                                                         04356600
043666     .                                                            04366600
043766 END PROGRAM 'TESTCOB2'.                                          04376600
