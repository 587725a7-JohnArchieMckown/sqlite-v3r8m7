003100* An add or update whose row has since been deleted is skipped    00310000
003200* (its DELETE audit row follows and covers it); an image not in   00320000
003300* the expected convention is counted and skipped.                 00330000
003306*                                                                 00330600
003312* Each DELTA file is one header record, the detail records and    00331200
003318* one trailer record (layouts in DELTACTL). The header names the  00331800
003324* table, the LOG_TIME window the file covers (the prior mark and  00332400
003330* the new one) and the CEEGMT time the extract ran; the trailer   00333000
003336* carries the detail count and the table's row count and AMOUNT   00333600
003342* total. Each detail also carries its change's LOG_TIME and the   00334200
003348* row's BUSINESS_DATE in the LOADREC trailing FILLER. The         00334800
003354* extract runs in one immediate transaction, so the deltas, the   00335400
003360* totals and the new mark all come from the same picture of the   00336000
003366* data base; TESTCB46 applies the files, in order, to the DR      00336600
003372* standby copy. A delete of a row that was added earlier in the   00337200
003378* same window (and so never sent, being gone by now) is skipped   00337800
003384* with its add, since no copy ever received that row.             00338400
003400*                                                                 00340000
003500 ENVIRONMENT DIVISION.                                            00350000
003600 CONFIGURATION SECTION.                                           00360000
005100 01  DELTA-RECORD.                                                00510000
005200     05  DELTA-OP                PIC X.                           00520000
005300     COPY LOADREC .                                               00530000
005330 01  DELTA-CONTROL-RECORD.                                        00533000
005360     COPY DELTACTL .                                              00536000
005400*                                                                 00540000
005500 WORKING-STORAGE SECTION.                                         00550000
005600 COPY COBSQLTE .                                                  00560000
008500 77  LS-ROW-STMT             USAGE IS POINTER.                    00850000
008600 77  LS-CONTROL-STMT         USAGE IS POINTER.                    00860000
008700 77  LS-HWM-STMT             USAGE IS POINTER.                    00870000
008730 77  LS-SNAP-STMT            USAGE IS POINTER.                    00873000
008760 77  LS-ADDED-STMT           USAGE IS POINTER.                    00876000
008800 77  LS-PREPARED-STMT        USAGE IS POINTER.                    00880000
008900 77  LS-COLUMN-POINTER       USAGE IS POINTER.                    00890000
009000 77  LS-COLUMN-NUMBER        PIC S9(9) COMP-5.                    00900000
009800        VALUE IS 1.                                               00980000
009900 77  LS-TWO                  PIC S9(9) COMP-5                     00990000
010000        VALUE IS 2.                                               01000000
010020 77  LS-THREE                PIC S9(9) COMP-5                     01002000
010040        VALUE IS 3.                                               01004000
010060 77  LS-FOUR                 PIC S9(9) COMP-5                     01006000
010080        VALUE IS 4.                                               01008000
010100 77  LS-DOUBLE-BFP           USAGE COMP-2.                        01010000
010200 77  LS-DOUBLE-HFP           USAGE COMP-2.                        01020000
010300 77  LS-OPEN-FLAGS           PIC S9(9) COMP-5.                    01030000
013600 77  WS-HWM-FOUND-SWITCH     PIC X                                01360000
013700                             VALUE IS 'N'.                        01370000
013800     88  WS-HWM-FOUND        VALUE IS 'Y'.                        01380000
013805*                                                                 01380500
013810* The read snapshot taken once the extract transaction is open:   01381000
013815* the table's row count and AMOUNT total and the last LOG_TIME    01381500
013820* this run extracts, for the DELTA header and trailer. The marks  01382000
013825* are also carried in decimal seconds there, as is each change's  01382500
013830* LOG_TIME.                                                       01383000
013835*                                                                 01383500
013840 77  WS-SNAP-ROWS            PIC S9(9) COMP-5.                    01384000
013845 77  WS-SNAP-TOTAL           PIC S9(13)V99.                       01384500
013850 77  WS-SNAP-THRU            PIC 9(11)V9(3).                      01385000
013855 77  WS-HWM-TIME             PIC 9(11)V9(3).                      01385500
013860 77  WS-ROW-LOG-TIME         PIC 9(11)V9(3).                      01386000
013865 77  WS-EXTRACT-TIME         PIC 9(11)V9(3).                      01386500
013870 77  WS-ADDED-COUNT          PIC S9(9) COMP-5.                    01387000
013875 77  LS-LILIAN               PIC S9(9) BINARY.                    01387500
013880 77  LS-GMT-SECS             USAGE COMP-2.                        01388000
013900*                                                                 01390000
014000* Fields holding the AUDIT_LOG row being extracted and the key    01400000
014100* and name parsed back out of its before/after image.             01410000
030000     PERFORM PREPARE-ONE-STATEMENT                                03000000
030100     SET LS-AUDIT-STMT TO LS-PREPARED-STMT                        03010000
030200     MOVE 1 TO WS-SQL-PTR                                         03020000
030300     STRING 'SELECT NAME,AMOUNT,BUSINESS_DATE FROM '              03030000
030350         DELIMITED BY SIZE                                        03035000
030400         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     03040000
030500         ' WHERE ID = ?' DELIMITED BY SIZE                        03050000
030600         INTO SQL-ZCHAR                                           03060000
032200     MOVE 'CONTROL REPLACE' TO WS-PREP-LABEL                      03220000
032300     PERFORM PREPARE-ONE-STATEMENT                                03230000
032400     SET LS-CONTROL-STMT TO LS-PREPARED-STMT                      03240000
032406     MOVE 1 TO WS-SQL-PTR                                         03240600
032412     STRING 'SELECT (SELECT COUNT(*) FROM ' DELIMITED BY SIZE     03241200
032418         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     03241800
032424         '),(SELECT TOTAL(AMOUNT) FROM ' DELIMITED BY SIZE        03242400
032430         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     03243000
032436         '),(SELECT COALESCE(MAX(LOG_TIME),?2) FROM AUDIT_LOG '   03243600
032442         DELIMITED BY SIZE                                        03244200
032448         'WHERE TABLE_NAME = ?1 AND LOG_TIME > ?2)'               03244800
032454         DELIMITED BY SIZE                                        03245400
032460         INTO SQL-ZCHAR                                           03246000
032466         WITH POINTER WS-SQL-PTR                                  03246600
032472     END-STRING                                                   03247200
032478     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   03247800
032484     MOVE 'SNAPSHOT SELECT' TO WS-PREP-LABEL                      03248400
032490     PERFORM PREPARE-ONE-STATEMENT                                03249000
032496     SET LS-SNAP-STMT TO LS-PREPARED-STMT                         03249600
032502     MOVE 1 TO WS-SQL-PTR                                         03250200
032508     STRING 'SELECT COUNT(*) FROM AUDIT_LOG WHERE TABLE_NAME = ? '03250800
032514         DELIMITED BY SIZE                                        03251400
032520         'AND TRIM(OPERATION) = ''INSERT'' AND LOG_TIME > ? '     03252000
032526         DELIMITED BY SIZE                                        03252600
032532         'AND LOG_TIME < ? AND SUBSTR(AFTER_VALUE,1,13) = ?'      03253200
032538         DELIMITED BY SIZE                                        03253800
032544         INTO SQL-ZCHAR                                           03254400
032550         WITH POINTER WS-SQL-PTR                                  03255000
032556     END-STRING                                                   03255600
032562     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   03256200
032568     MOVE 'ADDED IN WINDOW' TO WS-PREP-LABEL                      03256800
032574     PERFORM PREPARE-ONE-STATEMENT                                03257400
032580     SET LS-ADDED-STMT TO LS-PREPARED-STMT                        03258000
032586     GO TO START-READ-SNAPSHOT                                    03258600
032600     .                                                            03260000
032700*                                                                 03270000
032800* Reusable prepare paragraph: caller builds the null-terminated   03280000
034700        GOBACK                                                    03470000
034800     END-IF                                                       03480000
034900     .                                                            03490000
034904*                                                                 03490400
034908* The extract, its totals and the new mark are taken inside one   03490800
034912* immediate transaction, so no other job changes the table or     03491200
034916* AUDIT_LOG between the snapshot and the mark being committed.    03491600
034920*                                                                 03492000
034924 START-READ-SNAPSHOT.                                             03492400
034928     MOVE Z'BEGIN IMMEDIATE TRANSACTION' TO SQL-ZCHAR             03492800
034932     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                03493200
034936         BY VALUE LS-DB                                           03493600
034940         BY REFERENCE SQL-ZCHAR                                   03494000
034944         BY VALUE LS-ZERO                                         03494400
034948         BY VALUE LS-ZERO                                         03494800
034952         BY VALUE LS-ZERO                                         03495200
034956         RETURNING LS-SQL-RC                                      03495600
034960     END-CALL                                                     03496000
034964     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   03496400
034968        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                03496800
034972        DISPLAY 'BEGIN TRANSACTION FAILED. RC='                   03497200
034976           LS-SQL-RC UPON SYSOUT                                  03497600
034980        PERFORM DISPLAY-SQL-ERROR                                 03498000
034984        MOVE +16 TO RETURN-CODE                                   03498400
034988        GOBACK                                                    03498800
034992     END-IF                                                       03499200
034996     .                                                            03499600
035000 GET-HIGH-WATER-MARK.                                             03500000
035100     MOVE ZERO TO LS-HWM-BFP                                      03510000
035200     MOVE 'N' TO WS-HWM-FOUND-SWITCH                              03520000
038300        DISPLAY 'NO PRIOR MARK. EXTRACTING ALL CHANGES.'          03830000
038400            UPON SYSOUT                                           03840000
038500     END-IF                                                       03850000
038510     CALL SQLITE3A USING                                          03851000
038520         BY REFERENCE CONVERT-BFP-TO-HFP                          03852000
038530         BY VALUE LS-HWM-BFP                                      03853000
038540         BY REFERENCE LS-DOUBLE-HFP                               03854000
038550     END-CALL                                                     03855000
038560     COMPUTE WS-HWM-TIME ROUNDED = LS-DOUBLE-HFP                  03856000
038600     MOVE LS-HWM-BFP TO LS-MAX-BFP                                03860000
038700     .                                                            03870000
038701*                                                                 03870100
038702* The table's row count and AMOUNT total and the last LOG_TIME to 03870200
038703* be extracted, all read under the same transaction as the deltas,03870300
038704* plus the time of the extract itself.                            03870400
038705*                                                                 03870500
038706 GET-SNAPSHOT-TOTALS.                                             03870600
038707     MOVE ZERO TO WS-SNAP-ROWS                                    03870700
038708     MOVE ZERO TO WS-SNAP-TOTAL                                   03870800
038709     MOVE WS-HWM-TIME TO WS-SNAP-THRU                             03870900
038710     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           03871000
038711         BY VALUE LS-SNAP-STMT                                    03871100
038712         BY VALUE LS-ONE                                          03871200
038713         BY REFERENCE WS-TABLE-NAME                               03871300
038714         BY VALUE 30                                              03871400
038715         BY VALUE SQLITE-TRANSIENT                                03871500
038716         RETURNING LS-SQL-RC                                      03871600
038717     END-CALL                                                     03871700
038718     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         03871800
038719         BY VALUE LS-SNAP-STMT                                    03871900
038720         BY VALUE LS-TWO                                          03872000
038721         BY VALUE LS-HWM-BFP                                      03872100
038722         RETURNING LS-SQL-RC                                      03872200
038723     END-CALL                                                     03872300
038724     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                03872400
038725         BY VALUE LS-SNAP-STMT                                    03872500
038726         RETURNING LS-SQL-RC                                      03872600
038727     END-CALL                                                     03872700
038728     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     03872800
038729        MOVE +0 TO LS-COLUMN-NUMBER                               03872900
038730        CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-INT       03873000
038731            BY VALUE LS-SNAP-STMT                                 03873100
038732            BY VALUE LS-COLUMN-NUMBER                             03873200
038733            RETURNING WS-SNAP-ROWS                                03873300
038734        END-CALL                                                  03873400
038735        MOVE +1 TO LS-COLUMN-NUMBER                               03873500
038736        CALL SQLITE3A USING                                       03873600
038737            BY REFERENCE SQLITE3-COLUMN-DOUBLE                    03873700
038738            BY REFERENCE LS-DOUBLE-BFP                            03873800
038739            BY VALUE LS-SNAP-STMT                                 03873900
038740            BY VALUE LS-COLUMN-NUMBER                             03874000
038741        END-CALL                                                  03874100
038742        CALL SQLITE3A USING                                       03874200
038743            BY REFERENCE CONVERT-BFP-TO-HFP                       03874300
038744            BY VALUE LS-DOUBLE-BFP                                03874400
038745            BY REFERENCE LS-DOUBLE-HFP                            03874500
038746        END-CALL                                                  03874600
038747        COMPUTE WS-SNAP-TOTAL ROUNDED = LS-DOUBLE-HFP             03874700
038748        MOVE +2 TO LS-COLUMN-NUMBER                               03874800
038749        CALL SQLITE3A USING                                       03874900
038750            BY REFERENCE SQLITE3-COLUMN-DOUBLE                    03875000
038751            BY REFERENCE LS-DOUBLE-BFP                            03875100
038752            BY VALUE LS-SNAP-STMT                                 03875200
038753            BY VALUE LS-COLUMN-NUMBER                             03875300
038754        END-CALL                                                  03875400
038755        CALL SQLITE3A USING                                       03875500
038756            BY REFERENCE CONVERT-BFP-TO-HFP                       03875600
038757            BY VALUE LS-DOUBLE-BFP                                03875700
038758            BY REFERENCE LS-DOUBLE-HFP                            03875800
038759        END-CALL                                                  03875900
038760        COMPUTE WS-SNAP-THRU ROUNDED = LS-DOUBLE-HFP              03876000
038761     ELSE                                                         03876100
038762        DISPLAY 'SNAPSHOT SELECT STEP FAILED. RC='                03876200
038763           LS-SQL-RC UPON SYSOUT                                  03876300
038764        PERFORM DISPLAY-SQL-ERROR                                 03876400
038765        MOVE +16 TO RETURN-CODE                                   03876500
038766     END-IF                                                       03876600
038767     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            03876700
038768         BY VALUE LS-SNAP-STMT                                    03876800
038769         RETURNING LS-SQL-RC                                      03876900
038770     END-CALL                                                     03877000
038771     CALL 'CEEGMT' USING LS-LILIAN, LS-GMT-SECS, LE-FC            03877100
038772     COMPUTE WS-EXTRACT-TIME ROUNDED = LS-GMT-SECS                03877200
038773     .                                                            03877300
038800 EXTRACT-LOOP.                                                    03880000
038830     IF RETURN-CODE IS EQUAL TO +16 THEN                          03883000
038860        GO TO END-EXTRACT-TRANSACTION                             03886000
038890     END-IF                                                       03889000
038920     OPEN OUTPUT DELTA-FILE                                       03892000
038950     PERFORM WRITE-DELTA-HEADER                                   03895000
039000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           03900000
039100         BY VALUE LS-AUDIT-STMT                                   03910000
039200         BY VALUE LS-ONE                                          03920000
043100         BY VALUE LS-ROW-STMT                                     04310000
043200         RETURNING LS-SQL-RC                                      04320000
043300     END-CALL                                                     04330000
043310     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            04331000
043320         BY VALUE LS-ADDED-STMT                                   04332000
043330         RETURNING LS-SQL-RC                                      04333000
043340     END-CALL                                                     04334000
043350     IF RETURN-CODE IS NOT EQUAL TO +16 THEN                      04335000
043360        PERFORM WRITE-DELTA-TRAILER                               04336000
043370     END-IF                                                       04337000
043400     CLOSE DELTA-FILE                                             04340000
043500     GO TO UPDATE-HIGH-WATER-MARK                                 04350000
043600     .                                                            04360000
045200         BY VALUE LS-AUDIT-STMT                                   04520000
045300         BY VALUE LS-COLUMN-NUMBER                                04530000
045400     END-CALL                                                     04540000
045410     CALL SQLITE3A USING                                          04541000
045420         BY REFERENCE CONVERT-BFP-TO-HFP                          04542000
045430         BY VALUE LS-MAX-BFP                                      04543000
045440         BY REFERENCE LS-DOUBLE-HFP                               04544000
045450     END-CALL                                                     04545000
045460     COMPUTE WS-ROW-LOG-TIME ROUNDED = LS-DOUBLE-HFP              04546000
045500     IF WS-ROW-IMAGE(1:3) IS NOT EQUAL TO 'ID=' THEN              04550000
045600        ADD 1 TO WS-SKIP-COUNT                                    04560000
045700     ELSE                                                         04570000
053500        END-CALL                                                  05350000
053600        COMPUTE LOAD-AMOUNT OF DELTA-RECORD ROUNDED =             05360000
053700                LS-DOUBLE-HFP                                     05370000
053704        MOVE WS-ROW-LOG-TIME TO DELTA-DTL-LOG-TIME                05370400
053708        MOVE +2 TO LS-COLUMN-NUMBER                               05370800
053712        CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-TEXT      05371200
053716            BY VALUE LS-ROW-STMT                                  05371600
053720            BY VALUE LS-COLUMN-NUMBER                             05372000
053724            RETURNING LS-COLUMN-POINTER                           05372400
053728        END-CALL                                                  05372800
053732        IF LS-COLUMN-POINTER IS NOT EQUAL TO NULL THEN            05373200
053736           SET ADDRESS OF LINKAGE-COLUMN-TEXT                     05373600
053740              TO LS-COLUMN-POINTER                                05374000
053744           MOVE ZERO TO WS-COL-VALUE-LEN                          05374400
053748           INSPECT LINKAGE-COLUMN-TEXT                            05374800
053752              TALLYING WS-COL-VALUE-LEN                           05375200
053756              FOR CHARACTERS BEFORE INITIAL LOW-VALUE             05375600
053760           IF WS-COL-VALUE-LEN IS GREATER THAN 8 THEN             05376000
053764              MOVE 8 TO WS-COL-VALUE-LEN                          05376400
053768           END-IF                                                 05376800
053772           IF WS-COL-VALUE-LEN IS GREATER THAN ZERO THEN          05377200
053776              MOVE LINKAGE-COLUMN-TEXT(1:WS-COL-VALUE-LEN)        05377600
053780                 TO DELTA-DTL-BUS-DATE                            05378000
053784           END-IF                                                 05378400
053788        END-IF                                                    05378800
053800        WRITE DELTA-RECORD                                        05380000
053900        ADD 1 TO WS-DELTA-COUNT                                   05390000
054000     ELSE                                                         05400000
054500         RETURNING LS-SQL-RC                                      05450000
054600     END-CALL                                                     05460000
054700     .                                                            05470000
054710*                                                                 05471000
054720* A delete delta carries the key and the name from the audit      05472000
054730* before-image; the row itself is gone, so the amount is zero.    05473000
054740* When the row is not on file now and was added after the prior   05474000
054750* mark, its add was skipped above and no copy ever received the   05475000
054760* row, so the delete is skipped too.                              05476000
054770*                                                                 05477000
054780 WRITE-DELTA-DELETE.                                              05478000
054790     PERFORM CHECK-ADDED-IN-WINDOW                                05479000
054800     IF WS-ADDED-COUNT IS GREATER THAN ZERO THEN                  05480000
054810        ADD 1 TO WS-SKIP-COUNT                                    05481000
054820     ELSE                                                         05482000
054830        MOVE SPACES TO DELTA-RECORD                               05483000
054840        MOVE 'D' TO DELTA-OP                                      05484000
054850        MOVE WS-DELTA-ID TO LOAD-ID OF DELTA-RECORD               05485000
054860        MOVE WS-IMG-NAME TO LOAD-NAME OF DELTA-RECORD             05486000
054870        MOVE ZERO TO LOAD-AMOUNT OF DELTA-RECORD                  05487000
054880        MOVE WS-ROW-LOG-TIME TO DELTA-DTL-LOG-TIME                05488000
054890        WRITE DELTA-RECORD                                        05489000
054900        ADD 1 TO WS-DELTA-COUNT                                   05490000
054910     END-IF                                                       05491000
054920     .                                                            05492000
054930*                                                                 05493000
054940* WS-ADDED-COUNT is the number of adds of this key between the    05494000
054950* prior mark and this delete, left at zero when the row is on     05495000
054960* file again (a later add re-created it, so the delete must       05496000
054970* still go).                                                      05497000
054980*                                                                 05498000
054990 CHECK-ADDED-IN-WINDOW.                                           05499000
055000     MOVE ZERO TO WS-ADDED-COUNT                                  05500000
055010     MOVE 'N' TO WS-ROW-FOUND-SWITCH                              05501000
055020     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            05502000
055030         BY VALUE LS-ROW-STMT                                     05503000
055040         BY VALUE LS-ONE                                          05504000
055050         BY VALUE WS-DELTA-ID                                     05505000
055060         RETURNING LS-SQL-RC                                      05506000
055070     END-CALL                                                     05507000
055080     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                05508000
055090         BY VALUE LS-ROW-STMT                                     05509000
055100         RETURNING LS-SQL-RC                                      05510000
055110     END-CALL                                                     05511000
055120     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     05512000
055130        MOVE 'Y' TO WS-ROW-FOUND-SWITCH                           05513000
055140     END-IF                                                       05514000
055150     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               05515000
055160         BY VALUE LS-ROW-STMT                                     05516000
055170         RETURNING LS-SQL-RC                                      05517000
055180     END-CALL                                                     05518000
055190     IF NOT WS-ROW-FOUND THEN                                     05519000
055200        PERFORM COUNT-ADDED-IN-WINDOW                             05520000
055210     END-IF                                                       05521000
055220     .                                                            05522000
055230 COUNT-ADDED-IN-WINDOW.                                           05523000
055240     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           05524000
055250         BY VALUE LS-ADDED-STMT                                   05525000
055260         BY VALUE LS-ONE                                          05526000
055270         BY REFERENCE WS-TABLE-NAME                               05527000
055280         BY VALUE 30                                              05528000
055290         BY VALUE SQLITE-TRANSIENT                                05529000
055300         RETURNING LS-SQL-RC                                      05530000
055310     END-CALL                                                     05531000
055320     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         05532000
055330         BY VALUE LS-ADDED-STMT                                   05533000
055340         BY VALUE LS-TWO                                          05534000
055350         BY VALUE LS-HWM-BFP                                      05535000
055360         RETURNING LS-SQL-RC                                      05536000
055370     END-CALL                                                     05537000
055380     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         05538000
055390         BY VALUE LS-ADDED-STMT                                   05539000
055400         BY VALUE LS-THREE                                        05540000
055410         BY VALUE LS-MAX-BFP                                      05541000
055420         RETURNING LS-SQL-RC                                      05542000
055430     END-CALL                                                     05543000
055440     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           05544000
055450         BY VALUE LS-ADDED-STMT                                   05545000
055460         BY VALUE LS-FOUR                                         05546000
055470         BY REFERENCE WS-ROW-IMAGE                                05547000
055480         BY VALUE 13                                              05548000
055490         BY VALUE SQLITE-TRANSIENT                                05549000
055500         RETURNING LS-SQL-RC                                      05550000
055510     END-CALL                                                     05551000
055520     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                05552000
055530         BY VALUE LS-ADDED-STMT                                   05553000
055540         RETURNING LS-SQL-RC                                      05554000
055550     END-CALL                                                     05555000
055560     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     05556000
055570        MOVE +0 TO LS-COLUMN-NUMBER                               05557000
055580        CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-INT       05558000
055590            BY VALUE LS-ADDED-STMT                                05559000
055600            BY VALUE LS-COLUMN-NUMBER                             05560000
055610            RETURNING WS-ADDED-COUNT                              05561000
055620        END-CALL                                                  05562000
055630     END-IF                                                       05563000
055640     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               05564000
055650         BY VALUE LS-ADDED-STMT                                   05565000
055660         RETURNING LS-SQL-RC                                      05566000
055670     END-CALL                                                     05567000
055680     .                                                            05568000
055690*                                                                 05569000
055700* The header opens the file with the table and the LOG_TIME       05570000
055710* window it covers; the trailer closes it with the detail count   05571000
055720* and the snapshot's row count and AMOUNT total.                  05572000
055730*                                                                 05573000
055740 WRITE-DELTA-HEADER.                                              05574000
055750     MOVE SPACES TO DELTA-CONTROL-RECORD                          05575000
055760     MOVE 'H' TO DELTA-CTL-TYPE                                   05576000
055770     MOVE WS-TABLE-NAME TO DELTA-HDR-TABLE                        05577000
055780     MOVE WS-HWM-TIME TO DELTA-HDR-FROM-TIME                      05578000
055790     MOVE WS-SNAP-THRU TO DELTA-HDR-THRU-TIME                     05579000
055800     MOVE WS-EXTRACT-TIME TO DELTA-HDR-EXTRACT-TIME               05580000
055810     WRITE DELTA-CONTROL-RECORD                                   05581000
055820     .                                                            05582000
055830 WRITE-DELTA-TRAILER.                                             05583000
055840     MOVE SPACES TO DELTA-CONTROL-RECORD                          05584000
055850     MOVE 'T' TO DELTA-CTL-TYPE                                   05585000
055860     MOVE WS-DELTA-COUNT TO DELTA-TRL-COUNT                       05586000
055870     MOVE WS-SNAP-ROWS TO DELTA-TRL-ROWS                          05587000
055880     MOVE WS-SNAP-TOTAL TO DELTA-TRL-TOTAL                        05588000
055890     WRITE DELTA-CONTROL-RECORD                                   05589000
055900     .                                                            05590000
056100*                                                                 05610000
056200* Tonight's mark becomes the last LOG_TIME this run saw. When     05620000
056300* nothing new was extracted the mark is simply rewritten with     05630000
056702     IF RETURN-CODE IS EQUAL TO +16 THEN                          05670200
056704        DISPLAY 'EXTRACT FAILED. MARK NOT ADVANCED.'              05670400
056706            UPON SYSOUT                                           05670600
056708        GO TO END-EXTRACT-TRANSACTION                             05670800
056710     END-IF                                                       05671000
056800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           05680000
056900         BY VALUE LS-CONTROL-STMT                                 05690000
059500         RETURNING LS-SQL-RC                                      05950000
059600     END-CALL                                                     05960000
059700     .                                                            05970000
059703*                                                                 05970300
059706* The new mark is committed with the extract; a failed extract is 05970600
059709* rolled back, leaving the mark where it was for the rerun.       05970900
059712*                                                                 05971200
059715 END-EXTRACT-TRANSACTION.                                         05971500
059718     IF RETURN-CODE IS EQUAL TO +16 THEN                          05971800
059721        MOVE Z'ROLLBACK TRANSACTION' TO SQL-ZCHAR                 05972100
059724     ELSE                                                         05972400
059727        MOVE Z'COMMIT TRANSACTION' TO SQL-ZCHAR                   05972700
059730     END-IF                                                       05973000
059733     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                05973300
059736         BY VALUE LS-DB                                           05973600
059739         BY REFERENCE SQL-ZCHAR                                   05973900
059742         BY VALUE LS-ZERO                                         05974200
059745         BY VALUE LS-ZERO                                         05974500
059748         BY VALUE LS-ZERO                                         05974800
059751         RETURNING LS-SQL-RC                                      05975100
059754     END-CALL                                                     05975400
059757     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   05975700
059760        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                05976000
059763        DISPLAY 'END OF EXTRACT TRANSACTION FAILED. RC='          05976300
059766           LS-SQL-RC UPON SYSOUT                                  05976600
059769        PERFORM DISPLAY-SQL-ERROR                                 05976900
059772        MOVE +16 TO RETURN-CODE                                   05977200
059775     END-IF                                                       05977500
059778     .                                                            05977800
059800 SHUTDOWN.                                                        05980000
059900     MOVE WS-AUDIT-READ-COUNT TO WS-READ-DISPLAY                  05990000
060000     MOVE WS-DELTA-COUNT TO WS-DELTA-DISPLAY                      06000000
