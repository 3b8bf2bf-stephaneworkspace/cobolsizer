003500*    THE TRAILER COUNT IS EXPECTED TO EQUAL THE NUMBER OF
003600*    RECORDS AHEAD OF THE TRAILER.
003700*
003800*    A REFCHECK= CARD IS A REFERENTIAL INTEGRITY STEP INSTEAD:
003900*      REFCHECK=<CHILD FILE> <CHILD COPYBOOK> <FOREIGN-KEY FIELD>
004000*               <PARENT FILE> <PARENT COPYBOOK> <PARENT KEY FIELD>
004100*               [ORG=SEQ|IDX] [RULES=<RULES FILE>]
004200*    ALL ON ONE LINE. CPYREFCK CHECKS EVERY CHILD RECORD'S KEY
004300*    HAS A PARENT (ORG=IDX FOR AN RM-COBOL INDEXED MASTER,
004400*    RULES= FOR A MIXED FEED, AS ON A VALIDATION CARD); ITS
004500*    REPORT GOES TO <CHILD FILE>.REF AND THE ORPHAN RECORDS TO
004600*    <CHILD FILE>.ORP. A CHILD FILE WITH ORPHANS FAILS AND IS
004700*    QUARANTINED LIKE ANY OTHER FAILURE, SO IT SETS RETURN
004800*    CODE 8 AND NEVER REACHES THE UPDATE.
004900*
005000*    THE MANIFEST-READBACK, CHECKPOINT AND RESTART SHAPE IS
005100*    CPYBATCH'S: EVERY FILE THAT PASSES IS RECORDED IN
005200*    <CTL>.CKP AS IT FINISHES, AND PASSING RESTART AS THE
005300*    SECOND COMMAND-LINE WORD SKIPS FILES ALREADY RECORDED AND
005400*    APPENDS TO THE EXISTING REPORT, SO A RERUN ONLY REWORKS
005500*    WHAT FAILED. INVOCATION: CONTROL FILE PATH AS THE FIRST
005600*    COMMAND-LINE WORD (DEFAULT CPYINTAKE.CTL), THEN OPTIONALLY
005700*    RESTART. THE REPORT IS <CTL>.RPT.
005800*
005900*    MODIFICATION HISTORY
006000*    2026-09-02  INITIAL VERSION.
006100*    2026-09-02  OPTIONAL RULES-FILE TOKEN ON THE CONTROL CARD,
006200*                PASSED THROUGH TO CPYVERIF SO MIXED FEEDS
006300*                VALIDATE EACH RECORD TYPE AGAINST ITS OWN
006400*                01 LEVEL.
006500*    2026-10-15  REFCHECK= CARD - A REFERENTIAL INTEGRITY STEP
006600*                (CPYREFCK) BETWEEN A CHILD FILE AND ITS PARENT;
006700*                ORPHANS FAIL THE FILE. CHECKPOINT ENTRIES FOR
006800*                THESE STEPS ARE KEPT APART FROM VALIDATION ONES.
006900*    2026-10-15  FAIL LINES CARRY THE RECORD COUNT AS PASS LINES
007000*                DO, SO THE MORNING SUMMARY (CPYOPS) CAN SHOW IT.
007100******************************************************************
007200 IDENTIFICATION DIVISION.
007300 PROGRAM-ID. CPYINTAKE.
007400 DATE-WRITTEN. 26/09/02.
007500 AUTHOR SYSTEMS.
007600 ENVIRONMENT DIVISION.
007700 CONFIGURATION SECTION.
007800 SOURCE-COMPUTER. RM-COBOL.
007900 OBJECT-COMPUTER. RM-COBOL.
008000 INPUT-OUTPUT SECTION.
008100 FILE-CONTROL.
008200     SELECT CTL-FILE ASSIGN TO DYNAMIC WS-CTL-PATH
008300         ORGANIZATION LINE SEQUENTIAL
008400         FILE STATUS IS WS-CTL-STATUS.
008500     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-PATH
008600         ORGANIZATION LINE SEQUENTIAL
008700         FILE STATUS IS WS-RPT-STATUS.
008800     SELECT CKP-FILE ASSIGN TO DYNAMIC WS-CKP-PATH
008900         ORGANIZATION LINE SEQUENTIAL
009000         FILE STATUS IS WS-CKP-STATUS.
009100     SELECT DATA-IN-FILE ASSIGN TO DYNAMIC WS-DATA-PATH
009200         ORGANIZATION SEQUENTIAL
009300         FILE STATUS IS WS-DATA-STATUS.
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  CTL-FILE.
009700 01  CTL-REC                              PIC X(440).
009800 FD  RPT-FILE.
009900 01  RPT-REC                              PIC X(200).
010000 FD  CKP-FILE.
010100 01  CKP-REC                              PIC X(200).
010200 FD  DATA-IN-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
010300         CHARACTERS DEPENDING ON WS-DATA-REC-LEN.
010400 01  DATA-IN-REC                          PIC X(9999).
010500 WORKING-STORAGE SECTION.
010600 01  WS-COMMAND-LINE-FULL                 PIC X(300).
010700 01  WS-CTL-PATH                          PIC X(200) VALUE SPACES.
010800 01  WS-RESTART-WORD                      PIC X(20) VALUE SPACES.
010900 01  WS-RESTART-SW                        PIC X VALUE "N".
011000     88 WS-IS-RESTART                     VALUE "Y".
011100 01  WS-CTL-STATUS                        PIC XX.
011200 01  WS-RPT-PATH                          PIC X(200) VALUE SPACES.
011300 01  WS-RPT-STATUS                        PIC XX.
011400 01  WS-CKP-PATH                          PIC X(200) VALUE SPACES.
011500 01  WS-CKP-STATUS                        PIC XX.
011600 01  WS-DATA-PATH                         PIC X(200).
011700 01  WS-DATA-STATUS                       PIC XX.
011800 01  WS-DATA-REC-LEN                      PIC 9(4).
011900 01  WS-CTL-EOF-SW                        PIC X VALUE "N".
012000     88 WS-CTL-EOF                        VALUE "Y".
012100 01  WS-EOF-SW                            PIC X VALUE "N".
012200     88 WS-EOF                            VALUE "Y".
012300 01  WS-CTL-LINE                          PIC X(440).
012400 01  WS-KEYWORD                           PIC X(20).
012500 01  WS-KEYVALUE                          PIC X(200).
012600 01  WS-QUAR-DIR                          PIC X(200) VALUE SPACES.
012700 01  WS-ENT-DATA                          PIC X(200).
012800 01  WS-ENT-CPY                           PIC X(200).
012900 01  WS-ENT-COUNT-FLD                     PIC X(35).
013000 01  WS-ENT-RULES                         PIC X(200).
013100 01  WS-VRF-PATH                          PIC X(200).
013200 01  WS-CKP-KEY                           PIC X(200).
013300 01  WS-EQ-POS                            PIC 9(4).
013400 01  WS-REF-CARD                          PIC X(440).
013500 01  WS-RC-CHILD-DATA                     PIC X(200).
013600 01  WS-RC-CHILD-CPY                      PIC X(200).
013700 01  WS-RC-CHILD-KEY                      PIC X(35).
013800 01  WS-RC-PARENT-DATA                    PIC X(200).
013900 01  WS-RC-PARENT-CPY                     PIC X(200).
014000 01  WS-RC-PARENT-KEY                     PIC X(35).
014100 01  WS-RC-ORG                            PIC X(4).
014200 01  WS-RC-RULES                          PIC X(200).
014300 01  WS-RC-OPTION-1                       PIC X(200).
014400 01  WS-RC-OPTION-2                       PIC X(200).
014500 01  WS-RC-OPTION                         PIC X(200).
014600 01  WS-RC-BAD-SW                         PIC X.
014700 01  WS-RC-ORP-PATH                       PIC X(200).
014800 01  WS-RC-RPT-PATH                       PIC X(200).
014900 01  WS-OUT-LINE                          PIC X(200).
015000 01  WS-COMMAND-LINE                      PIC X(650).
015100 01  WS-FILE-COUNT                        PIC 9(4) VALUE ZERO.
015200 01  WS-PASS-COUNT                        PIC 9(4) VALUE ZERO.
015300 01  WS-FAIL-COUNT                        PIC 9(4) VALUE ZERO.
015400 01  WS-SKIP-COUNT                        PIC 9(4) VALUE ZERO.
015500 01  WS-ENT-FAIL-SW                       PIC X.
015600 01  WS-FAIL-REASON                       PIC X(80).
015700 01  WS-DIR-LEN                           PIC 9(4).
015800 01  WS-CHAR-IDX                          PIC 9(4).
015900 01  WS-ONE-CHAR                          PIC X.
016000 01  WS-BAD-CHAR-SW                       PIC X VALUE "N".
016100     88 WS-BAD-CHAR                       VALUE "Y".
016200 01  WS-PATH-TO-CHECK                     PIC X(200).
016300 01  WS-SLASH-POS                         PIC 9(4).
016400 01  WS-PATH-LEN                          PIC 9(4).
016500 01  WS-TS-RAW                            PIC X(21).
016600
016700 01  WS-CKP-TABLE.
016800     05 WS-CKP-COUNT                      PIC 9(4) VALUE ZERO.
016900     05 WS-CKP-ENTRY OCCURS 1 TO 500 TIMES
017000                     DEPENDING ON WS-CKP-COUNT
017100                                           PIC X(200).
017200 01  WS-CKP-IDX                           PIC 9(4).
017300 01  WS-CKP-FOUND-SW                      PIC X.
017400     88 WS-CKP-FOUND                      VALUE "Y".
017500 01  WS-CKP-LINE                          PIC X(200).
017600
017700 01  WS-RECORD                            PIC X(9999).
017800 01  WS-LAST-RECORD                       PIC X(9999).
017900 01  WS-LAST-REC-LEN                      PIC 9(4).
018000 01  WS-REC-TOTAL                         PIC 9(9).
018100 01  WS-AHEAD-COUNT                       PIC 9(9).
018200 01  WS-TRAILER-COUNT                     PIC S9(18).
018300 01  WS-COUNT-OK-SW                       PIC X.
018400 01  WS-FOUND-IDX                         PIC 9(4).
018500 01  WS-SCAN-IDX                          PIC 9(4).
018600 01  WS-FLD-OFF                           PIC 9(6).
018700 01  WS-FLD-END                           PIC 9(6).
018800 01  WS-BYTE-IDX                          PIC 9(6).
018900 01  WS-BYTE                              PIC X.
019000 01  WS-BYTE-VAL                          PIC 9(4).
019100 01  WS-NIB-HI                            PIC 9(2).
019200 01  WS-NIB-LO                            PIC 9(2).
019300 01  WS-PACKED-NUM                        PIC 9(18).
019400 01  WS-PACKED-BAD-SW                     PIC X.
019500 01  WS-BIN-NUM                           PIC 9(18).
019600 01  WS-CNT-DISP                          PIC ZZZZZZZZ9.
019700 01  WS-CNT-DISP-2                        PIC ZZZZZZZZ9.
019800 01  WS-ORG-SEQ                           PIC X(4) VALUE "SEQ".
019900 01  WS-ENC-ASCII                         PIC X(8) VALUE "ASCII".
020000
020100 01  WS-PARSE-DIALECT                     PIC X(8)
020200                                          VALUE "RMC".
020300
020400     COPY "FLDTAB.cpy".
020500     COPY "SIZERES.cpy".
020600     COPY "VERIFRES.cpy".
020700     COPY "REFRES.cpy".
020800
020900 PROCEDURE DIVISION.
021000
021100 MAIN-INTAKE.
021200     ACCEPT WS-COMMAND-LINE-FULL FROM COMMAND-LINE
021300     UNSTRING WS-COMMAND-LINE-FULL DELIMITED BY ALL SPACES
021400         INTO WS-CTL-PATH WS-RESTART-WORD
021500     END-UNSTRING
021600     IF WS-CTL-PATH = SPACES
021700         MOVE "CPYINTAKE.CTL" TO WS-CTL-PATH
021800     END-IF
021900     IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RESTART-WORD))
022000             = "RESTART"
022100         SET WS-IS-RESTART TO TRUE
022200     END-IF
022300     STRING FUNCTION TRIM(WS-CTL-PATH) ".RPT"
022400         DELIMITED BY SIZE INTO WS-RPT-PATH
022500     STRING FUNCTION TRIM(WS-CTL-PATH) ".CKP"
022600         DELIMITED BY SIZE INTO WS-CKP-PATH
022700     PERFORM DERIVE-DEFAULT-QUARANTINE
022800     OPEN INPUT CTL-FILE
022900     IF WS-CTL-STATUS NOT = "00"
023000         DISPLAY "CPYINTAKE: UNABLE TO OPEN CONTROL FILE "
023100             FUNCTION TRIM(WS-CTL-PATH)
023200         MOVE 12 TO RETURN-CODE
023300         STOP RUN
023400     END-IF
023500     PERFORM LOAD-CHECKPOINT
023600     IF WS-IS-RESTART
023700         OPEN EXTEND RPT-FILE
023800         IF WS-RPT-STATUS NOT = "00"
023900             OPEN OUTPUT RPT-FILE
024000         END-IF
024100     ELSE
024200         OPEN OUTPUT RPT-FILE
024300     END-IF
024400     PERFORM WRITE-RUN-HEADER
024500     PERFORM UNTIL WS-CTL-EOF
024600         READ CTL-FILE INTO WS-CTL-LINE
024700             AT END
024800                 SET WS-CTL-EOF TO TRUE
024900             NOT AT END
025000                 PERFORM PROCESS-ONE-CARD
025100         END-READ
025200     END-PERFORM
025300     CLOSE CTL-FILE
025400     PERFORM WRITE-RUN-TOTALS
025500     CLOSE RPT-FILE
025600     DISPLAY "CPYINTAKE: " WS-PASS-COUNT " PASSED, "
025700         WS-FAIL-COUNT " FAILED, " WS-SKIP-COUNT
025800         " ALREADY CHECKPOINTED - REPORT IN "
025900         FUNCTION TRIM(WS-RPT-PATH)
026000     IF WS-FAIL-COUNT > 0
026100         MOVE 8 TO RETURN-CODE
026200     ELSE
026300         MOVE 0 TO RETURN-CODE
026400     END-IF
026500     STOP RUN.
026600
026700* THE DEFAULT QUARANTINE DIRECTORY SITS NEXT TO THE CONTROL
026800* FILE; A QUARANTINE= CARD OVERRIDES IT.
026900 DERIVE-DEFAULT-QUARANTINE.
027000     MOVE ZERO TO WS-SLASH-POS
027100     COMPUTE WS-PATH-LEN =
027200         FUNCTION LENGTH(FUNCTION TRIM(WS-CTL-PATH))
027300     PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
027400               UNTIL WS-CHAR-IDX > WS-PATH-LEN
027500         IF WS-CTL-PATH(WS-CHAR-IDX:1) = "/"
027600             MOVE WS-CHAR-IDX TO WS-SLASH-POS
027700         END-IF
027800     END-PERFORM
027900     MOVE SPACES TO WS-QUAR-DIR
028000     IF WS-SLASH-POS = 0
028100         MOVE "QUARANTINE" TO WS-QUAR-DIR
028200     ELSE
028300         STRING WS-CTL-PATH(1:WS-SLASH-POS) "QUARANTINE"
028400             DELIMITED BY SIZE INTO WS-QUAR-DIR
028500     END-IF.
028600
028700 LOAD-CHECKPOINT.
028800     MOVE 0 TO WS-CKP-COUNT
028900     IF WS-IS-RESTART
029000         OPEN INPUT CKP-FILE
029100         IF WS-CKP-STATUS = "00"
029200             PERFORM UNTIL WS-EOF
029300                 READ CKP-FILE INTO WS-CKP-LINE
029400                     AT END
029500                         SET WS-EOF TO TRUE
029600                     NOT AT END
029700                         ADD 1 TO WS-CKP-COUNT
029800                         MOVE WS-CKP-LINE
029900                              TO WS-CKP-ENTRY(WS-CKP-COUNT)
030000                 END-READ
030100             END-PERFORM
030200             CLOSE CKP-FILE
030300             MOVE "N" TO WS-EOF-SW
030400         END-IF
030500     ELSE
030600         OPEN OUTPUT CKP-FILE
030700         CLOSE CKP-FILE
030800     END-IF.
030900
031000 CHECK-CHECKPOINT.
031100     MOVE "N" TO WS-CKP-FOUND-SW
031200     PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
031300               UNTIL WS-CKP-IDX > WS-CKP-COUNT
031400                  OR WS-CKP-FOUND
031500         IF FUNCTION TRIM(WS-CKP-ENTRY(WS-CKP-IDX)) =
031600            FUNCTION TRIM(WS-CKP-KEY)
031700             MOVE "Y" TO WS-CKP-FOUND-SW
031800         END-IF
031900     END-PERFORM.
032000
032100 WRITE-CHECKPOINT.
032200     OPEN EXTEND CKP-FILE
032300     MOVE WS-CKP-KEY TO CKP-REC
032400     WRITE CKP-REC
032500     CLOSE CKP-FILE.
032600
032700 PROCESS-ONE-CARD.
032800     IF WS-CTL-LINE = SPACES OR WS-CTL-LINE(1:1) = "#"
032900         CONTINUE
033000     ELSE
033100         MOVE SPACES TO WS-KEYWORD WS-KEYVALUE
033200         UNSTRING WS-CTL-LINE DELIMITED BY "="
033300             INTO WS-KEYWORD WS-KEYVALUE
033400         END-UNSTRING
033500         IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KEYWORD))
033600                 = "QUARANTINE"
033700           AND WS-KEYVALUE NOT = SPACES
033800             MOVE FUNCTION TRIM(WS-KEYVALUE) TO WS-QUAR-DIR
033900         ELSE
034000             IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KEYWORD))
034100                     = "REFCHECK"
034200                 PERFORM PROCESS-REFCHECK-CARD
034300             ELSE
034400                 PERFORM PROCESS-ONE-ENTRY
034500             END-IF
034600         END-IF
034700     END-IF.
034800
034900 PROCESS-ONE-ENTRY.
035000     MOVE SPACES TO WS-ENT-DATA WS-ENT-CPY WS-ENT-COUNT-FLD
035100                    WS-ENT-RULES
035200     UNSTRING WS-CTL-LINE DELIMITED BY ALL SPACES
035300         INTO WS-ENT-DATA WS-ENT-CPY WS-ENT-COUNT-FLD
035400              WS-ENT-RULES
035500     END-UNSTRING
035600     IF WS-ENT-CPY = SPACES
035700         MOVE SPACES TO WS-OUT-LINE
035800         STRING "BAD CONTROL CARD IGNORED: "
035900                FUNCTION TRIM(WS-CTL-LINE)
036000                DELIMITED BY SIZE INTO WS-OUT-LINE
036100         PERFORM EMIT-RPT
036200     ELSE
036300         MOVE WS-ENT-DATA TO WS-CKP-KEY
036400         PERFORM CHECK-CHECKPOINT
036500         IF WS-CKP-FOUND
036600             ADD 1 TO WS-SKIP-COUNT
036700             MOVE SPACES TO WS-OUT-LINE
036800             STRING "SKIPPED (ALREADY PASSED): "
036900                    FUNCTION TRIM(WS-ENT-DATA)
037000                    DELIMITED BY SIZE INTO WS-OUT-LINE
037100             PERFORM EMIT-RPT
037200         ELSE
037300             PERFORM INTAKE-ONE-FILE
037400         END-IF
037500     END-IF.
037600
037700* A REFCHECK= CARD. EVERYTHING AFTER THE FIRST "=" IS THE STEP:
037800* SIX WORDS IN ORDER, THEN THE OPTIONAL ORG= AND RULES= WORDS IN
037900* EITHER ORDER. ITS CHECKPOINT ENTRY IS "REFCHECK <CHILD FILE>",
038000* SO A FILE THAT PASSED VALIDATION IS STILL CHECKED ON RESTART.
038100 PROCESS-REFCHECK-CARD.
038200     MOVE ZERO TO WS-EQ-POS
038300     INSPECT WS-CTL-LINE TALLYING WS-EQ-POS
038400         FOR CHARACTERS BEFORE INITIAL "="
038500     MOVE SPACES TO WS-REF-CARD
038600     MOVE WS-CTL-LINE(WS-EQ-POS + 2:) TO WS-REF-CARD
038700     MOVE FUNCTION TRIM(WS-REF-CARD) TO WS-REF-CARD
038800     MOVE SPACES TO WS-RC-CHILD-DATA WS-RC-CHILD-CPY
038900                    WS-RC-CHILD-KEY WS-RC-PARENT-DATA
039000                    WS-RC-PARENT-CPY WS-RC-PARENT-KEY
039100                    WS-RC-OPTION-1 WS-RC-OPTION-2 WS-RC-RULES
039200     MOVE "SEQ" TO WS-RC-ORG
039300     MOVE "N" TO WS-RC-BAD-SW
039400     UNSTRING WS-REF-CARD DELIMITED BY ALL SPACES
039500         INTO WS-RC-CHILD-DATA WS-RC-CHILD-CPY WS-RC-CHILD-KEY
039600              WS-RC-PARENT-DATA WS-RC-PARENT-CPY WS-RC-PARENT-KEY
039700              WS-RC-OPTION-1 WS-RC-OPTION-2
039800     END-UNSTRING
039900     IF WS-RC-PARENT-KEY = SPACES
040000         MOVE "Y" TO WS-RC-BAD-SW
040100     END-IF
040200     MOVE WS-RC-OPTION-1 TO WS-RC-OPTION
040300     PERFORM APPLY-REFCHECK-OPTION
040400     MOVE WS-RC-OPTION-2 TO WS-RC-OPTION
040500     PERFORM APPLY-REFCHECK-OPTION
040600     IF WS-RC-BAD-SW = "Y"
040700         MOVE SPACES TO WS-OUT-LINE
040800         STRING "BAD CONTROL CARD IGNORED: "
040900                FUNCTION TRIM(WS-CTL-LINE)
041000                DELIMITED BY SIZE INTO WS-OUT-LINE
041100         PERFORM EMIT-RPT
041200     ELSE
041300         MOVE SPACES TO WS-CKP-KEY
041400         STRING "REFCHECK " FUNCTION TRIM(WS-RC-CHILD-DATA)
041500                DELIMITED BY SIZE INTO WS-CKP-KEY
041600         PERFORM CHECK-CHECKPOINT
041700         IF WS-CKP-FOUND
041800             ADD 1 TO WS-SKIP-COUNT
041900             MOVE SPACES TO WS-OUT-LINE
042000             STRING "SKIPPED (ALREADY PASSED): REFCHECK "
042100                    FUNCTION TRIM(WS-RC-CHILD-DATA)
042200                    DELIMITED BY SIZE INTO WS-OUT-LINE
042300             PERFORM EMIT-RPT
042400         ELSE
042500             PERFORM REFCHECK-ONE-FILE
042600         END-IF
042700     END-IF.
042800
042900 APPLY-REFCHECK-OPTION.
043000     EVALUATE TRUE
043100         WHEN WS-RC-OPTION = SPACES
043200             CONTINUE
043300         WHEN FUNCTION UPPER-CASE(WS-RC-OPTION(1:4)) = "ORG="
043400             MOVE FUNCTION UPPER-CASE(WS-RC-OPTION(5:4))
043500                 TO WS-RC-ORG
043600         WHEN FUNCTION UPPER-CASE(WS-RC-OPTION(1:6)) = "RULES="
043700             MOVE WS-RC-OPTION(7:) TO WS-RC-RULES
043800         WHEN OTHER
043900             MOVE "Y" TO WS-RC-BAD-SW
044000     END-EVALUATE.
044100
044200* RUNS CPYREFCK FOR ONE REFCHECK= CARD. A CHILD FILE WITH ORPHANS,
044300* OR ONE THE CHECK COULD NOT RUN ON, FAILS AND IS QUARANTINED THE
044400* SAME WAY A FILE THAT FAILS VALIDATION IS.
044500 REFCHECK-ONE-FILE.
044600     ADD 1 TO WS-FILE-COUNT
044700     MOVE "N" TO WS-ENT-FAIL-SW
044800     MOVE SPACES TO WS-FAIL-REASON
044900     MOVE WS-RC-CHILD-DATA TO WS-ENT-DATA
045000     MOVE SPACES TO WS-RC-ORP-PATH WS-RC-RPT-PATH
045100     STRING FUNCTION TRIM(WS-RC-CHILD-DATA) ".ORP"
045200         DELIMITED BY SIZE INTO WS-RC-ORP-PATH
045300     STRING FUNCTION TRIM(WS-RC-CHILD-DATA) ".REF"
045400         DELIMITED BY SIZE INTO WS-RC-RPT-PATH
045500     CALL "CPYREFCK" USING WS-RC-CHILD-CPY WS-RC-CHILD-DATA
045600         WS-RC-CHILD-KEY WS-RC-RULES WS-RC-PARENT-CPY
045700         WS-RC-PARENT-DATA WS-RC-PARENT-KEY WS-RC-ORG
045800         WS-RC-ORP-PATH WS-RC-RPT-PATH WS-REF-RESULT
045900     EVALUATE TRUE
046000         WHEN REF-NOT-RUN
046100             MOVE "Y" TO WS-ENT-FAIL-SW
046200             MOVE "REFERENTIAL CHECK COULD NOT RUN"
046300                 TO WS-FAIL-REASON
046400         WHEN REF-FAIL
046500             MOVE "Y" TO WS-ENT-FAIL-SW
046600             MOVE WS-REF-ORPHANS TO WS-CNT-DISP
046700             STRING FUNCTION TRIM(WS-CNT-DISP)
046800                    " ORPHAN(S) WITH NO PARENT, DETAIL IN "
046900                    FUNCTION TRIM(WS-RC-RPT-PATH)
047000                    DELIMITED BY SIZE INTO WS-FAIL-REASON
047100         WHEN OTHER
047200             CONTINUE
047300     END-EVALUATE
047400     IF WS-ENT-FAIL-SW = "Y"
047500         ADD 1 TO WS-FAIL-COUNT
047600         PERFORM QUARANTINE-FILE
047700         MOVE SPACES TO WS-OUT-LINE
047800         MOVE WS-REF-CHILD-READ TO WS-CNT-DISP
047900         STRING "FAIL REFCHECK " FUNCTION TRIM(WS-ENT-DATA)
048000                " - " FUNCTION TRIM(WS-CNT-DISP) " RECORD(S)"
048100                " - " FUNCTION TRIM(WS-FAIL-REASON)
048200                " - MOVED TO " FUNCTION TRIM(WS-QUAR-DIR)
048300                DELIMITED BY SIZE INTO WS-OUT-LINE
048400                ON OVERFLOW
048500                    DISPLAY "CPYINTAKE: REPORT LINE TRUNCATED"
048600         END-STRING
048700         PERFORM EMIT-RPT
048800     ELSE
048900         ADD 1 TO WS-PASS-COUNT
049000         PERFORM WRITE-CHECKPOINT
049100         MOVE WS-REF-CHILD-CHECKED TO WS-CNT-DISP
049200         MOVE SPACES TO WS-OUT-LINE
049300         STRING "PASS REFCHECK " FUNCTION TRIM(WS-ENT-DATA)
049400                " - " FUNCTION TRIM(WS-CNT-DISP)
049500                " RECORD(S) CHECKED, EVERY KEY HAS A PARENT IN "
049600                FUNCTION TRIM(WS-RC-PARENT-DATA)
049700                DELIMITED BY SIZE INTO WS-OUT-LINE
049800         PERFORM EMIT-RPT
049900     END-IF.
050000
050100 INTAKE-ONE-FILE.
050200     ADD 1 TO WS-FILE-COUNT
050300     MOVE "N" TO WS-ENT-FAIL-SW
050400     MOVE SPACES TO WS-FAIL-REASON
050500     MOVE SPACES TO WS-VRF-PATH
050600     STRING FUNCTION TRIM(WS-ENT-DATA) ".VRF"
050700         DELIMITED BY SIZE INTO WS-VRF-PATH
050800     CALL "CPYVERIF" USING WS-ENT-CPY WS-ENT-DATA WS-VRF-PATH
050900         WS-ENT-RULES WS-ORG-SEQ WS-ENC-ASCII WS-VERIF-RESULT
051000     EVALUATE TRUE
051100         WHEN VERIF-NOT-RUN
051200             MOVE "Y" TO WS-ENT-FAIL-SW
051300             MOVE "VALIDATION COULD NOT RUN" TO WS-FAIL-REASON
051400         WHEN VERIF-FAIL
051500             MOVE "Y" TO WS-ENT-FAIL-SW
051600             MOVE WS-VERIF-EXCEPTIONS TO WS-CNT-DISP
051700             MOVE SPACES TO WS-FAIL-REASON
051800             STRING "VALIDATION FAILED - "
051900                    FUNCTION TRIM(WS-CNT-DISP)
052000                    " EXCEPTION(S), DETAIL IN "
052100                    FUNCTION TRIM(WS-VRF-PATH)
052200                    DELIMITED BY SIZE INTO WS-FAIL-REASON
052300         WHEN OTHER
052400             PERFORM CHECK-TRAILER-COUNT
052500     END-EVALUATE
052600     IF WS-ENT-FAIL-SW = "Y"
052700         ADD 1 TO WS-FAIL-COUNT
052800         PERFORM QUARANTINE-FILE
052900         MOVE SPACES TO WS-OUT-LINE
053000         MOVE WS-VERIF-RECORDS-READ TO WS-CNT-DISP
053100         STRING "FAIL " FUNCTION TRIM(WS-ENT-DATA)
053200                " - " FUNCTION TRIM(WS-CNT-DISP) " RECORD(S)"
053300                " - " FUNCTION TRIM(WS-FAIL-REASON)
053400                " - MOVED TO " FUNCTION TRIM(WS-QUAR-DIR)
053500                DELIMITED BY SIZE INTO WS-OUT-LINE
053600                ON OVERFLOW
053700                    DISPLAY "CPYINTAKE: REPORT LINE TRUNCATED"
053800         END-STRING
053900         PERFORM EMIT-RPT
054000     ELSE
054100         ADD 1 TO WS-PASS-COUNT
054200         PERFORM WRITE-CHECKPOINT
054300         MOVE WS-VERIF-RECORDS-READ TO WS-CNT-DISP
054400         MOVE SPACES TO WS-OUT-LINE
054500         STRING "PASS " FUNCTION TRIM(WS-ENT-DATA)
054600                " - " FUNCTION TRIM(WS-CNT-DISP)
054700                " RECORD(S), TRAILER COUNT AGREES"
054800                DELIMITED BY SIZE INTO WS-OUT-LINE
054900         PERFORM EMIT-RPT
055000     END-IF.
055100
055200* READS THE DATA FILE TO ITS LAST RECORD (THE TRAILER), DECODES
055300* THE NAMED COUNT FIELD PER ITS USAGE AND COMPARES IT TO THE
055400* RECORDS AHEAD OF THE TRAILER. THE FIELD IS LOOKED UP ANYWHERE
055500* IN THE FIELD TABLE - TRAILER FIELDS LIVE IN THEIR OWN 01.
055600 CHECK-TRAILER-COUNT.
055700     IF WS-ENT-COUNT-FLD = SPACES
055800         MOVE "Y" TO WS-ENT-FAIL-SW
055900         MOVE "NO TRAILER COUNT FIELD ON THE CONTROL CARD"
056000             TO WS-FAIL-REASON
056100     ELSE
056200         CALL "CPYPARSE" USING WS-ENT-CPY WS-FLD-TABLE
056300             WS-SIZING-RESULT WS-PARSE-DIALECT
056400         MOVE 0 TO WS-FOUND-IDX
056500         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
056600                   UNTIL WS-SCAN-IDX > WS-FLD-COUNT
056700                      OR WS-FOUND-IDX > 0
056800             IF FUNCTION TRIM(FLD-NAME(WS-SCAN-IDX)) =
056900                FUNCTION TRIM(WS-ENT-COUNT-FLD)
057000                 MOVE WS-SCAN-IDX TO WS-FOUND-IDX
057100             END-IF
057200         END-PERFORM
057300         IF WS-FOUND-IDX = 0
057400             MOVE "Y" TO WS-ENT-FAIL-SW
057500             MOVE SPACES TO WS-FAIL-REASON
057600             STRING "COUNT FIELD "
057700                    FUNCTION TRIM(WS-ENT-COUNT-FLD)
057800                    " NOT IN COPYBOOK"
057900                    DELIMITED BY SIZE INTO WS-FAIL-REASON
058000         ELSE
058100             PERFORM READ-TO-TRAILER
058200             IF WS-REC-TOTAL = 0
058300                 MOVE "Y" TO WS-ENT-FAIL-SW
058400                 MOVE "DATA FILE IS EMPTY" TO WS-FAIL-REASON
058500             ELSE
058600                 PERFORM DECODE-TRAILER-COUNT
058700                 IF WS-COUNT-OK-SW = "N"
058800                     MOVE "Y" TO WS-ENT-FAIL-SW
058900                     MOVE "TRAILER COUNT FIELD IS NOT NUMERIC"
059000                         TO WS-FAIL-REASON
059100                 ELSE
059200                     COMPUTE WS-AHEAD-COUNT = WS-REC-TOTAL - 1
059300                     IF WS-TRAILER-COUNT NOT = WS-AHEAD-COUNT
059400                         MOVE "Y" TO WS-ENT-FAIL-SW
059500                         MOVE WS-TRAILER-COUNT TO WS-CNT-DISP
059600                         MOVE WS-AHEAD-COUNT TO WS-CNT-DISP-2
059700                         MOVE SPACES TO WS-FAIL-REASON
059800                         STRING "TRAILER SAYS "
059900                                FUNCTION TRIM(WS-CNT-DISP)
060000                                " BUT "
060100                                FUNCTION TRIM(WS-CNT-DISP-2)
060200                                " RECORD(S) PRECEDE IT"
060300                                DELIMITED BY SIZE
060400                                INTO WS-FAIL-REASON
060500                     END-IF
060600                 END-IF
060700             END-IF
060800         END-IF
060900     END-IF.
061000
061100 READ-TO-TRAILER.
061200     MOVE ZERO TO WS-REC-TOTAL
061300     MOVE SPACES TO WS-LAST-RECORD
061400     MOVE ZERO TO WS-LAST-REC-LEN
061500     MOVE "N" TO WS-EOF-SW
061600     MOVE WS-ENT-DATA TO WS-DATA-PATH
061700     OPEN INPUT DATA-IN-FILE
061800     IF WS-DATA-STATUS NOT = "00"
061900         CONTINUE
062000     ELSE
062100         PERFORM UNTIL WS-EOF
062200             READ DATA-IN-FILE INTO WS-RECORD
062300                 AT END
062400                     SET WS-EOF TO TRUE
062500                 NOT AT END
062600                     ADD 1 TO WS-REC-TOTAL
062700                     MOVE WS-RECORD TO WS-LAST-RECORD
062800                     MOVE WS-DATA-REC-LEN TO WS-LAST-REC-LEN
062900             END-READ
063000             IF NOT WS-EOF AND WS-DATA-STATUS NOT = "00"
063100                 SET WS-EOF TO TRUE
063200             END-IF
063300         END-PERFORM
063400         CLOSE DATA-IN-FILE
063500     END-IF.
063600
063700 DECODE-TRAILER-COUNT.
063800     MOVE "N" TO WS-COUNT-OK-SW
063900     MOVE ZERO TO WS-TRAILER-COUNT
064000     MOVE FLD-OFFSET(WS-FOUND-IDX) TO WS-FLD-OFF
064100     COMPUTE WS-FLD-END = WS-FLD-OFF
064200         + FLD-ELEM-LEN(WS-FOUND-IDX) - 1
064300     IF FLD-ELEM-LEN(WS-FOUND-IDX) = 0
064400       OR FLD-ELEM-LEN(WS-FOUND-IDX) > 18
064500       OR WS-FLD-END > WS-LAST-REC-LEN
064600         CONTINUE
064700     ELSE
064800         EVALUATE FLD-USAGE(WS-FOUND-IDX)
064900             WHEN "DISPLAY"
065000                 IF WS-LAST-RECORD(WS-FLD-OFF:
065100                     FLD-ELEM-LEN(WS-FOUND-IDX)) IS NUMERIC
065200                     COMPUTE WS-TRAILER-COUNT =
065300                         FUNCTION NUMVAL(WS-LAST-RECORD(
065400                             WS-FLD-OFF:
065500                             FLD-ELEM-LEN(WS-FOUND-IDX)))
065600                     MOVE "Y" TO WS-COUNT-OK-SW
065700                 END-IF
065800             WHEN "COMP-3"
065900                 PERFORM DECODE-PACKED-COUNT
066000             WHEN "BINARY"
066100                 PERFORM DECODE-BINARY-COUNT
066200             WHEN OTHER
066300                 CONTINUE
066400         END-EVALUATE
066500     END-IF.
066600
066700 DECODE-PACKED-COUNT.
066800     MOVE ZERO TO WS-PACKED-NUM
066900     MOVE "N" TO WS-PACKED-BAD-SW
067000     PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF BY 1
067100               UNTIL WS-BYTE-IDX > WS-FLD-END
067200         MOVE WS-LAST-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
067300         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
067400         DIVIDE WS-BYTE-VAL BY 16 GIVING WS-NIB-HI
067500             REMAINDER WS-NIB-LO
067600         IF WS-NIB-HI > 9
067700             MOVE "Y" TO WS-PACKED-BAD-SW
067800             MOVE WS-FLD-END TO WS-BYTE-IDX
067900         ELSE
068000             COMPUTE WS-PACKED-NUM =
068100                 WS-PACKED-NUM * 10 + WS-NIB-HI
068200             IF WS-BYTE-IDX = WS-FLD-END
068300                 CONTINUE
068400             ELSE
068500                 IF WS-NIB-LO > 9
068600                     MOVE "Y" TO WS-PACKED-BAD-SW
068700                     MOVE WS-FLD-END TO WS-BYTE-IDX
068800                 ELSE
068900                     COMPUTE WS-PACKED-NUM =
069000                         WS-PACKED-NUM * 10 + WS-NIB-LO
069100                 END-IF
069200             END-IF
069300         END-IF
069400     END-PERFORM
069500     IF WS-PACKED-BAD-SW = "N"
069600         MOVE WS-PACKED-NUM TO WS-TRAILER-COUNT
069700         MOVE "Y" TO WS-COUNT-OK-SW
069800     END-IF.
069900
070000 DECODE-BINARY-COUNT.
070100     MOVE ZERO TO WS-BIN-NUM
070200     PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF BY 1
070300               UNTIL WS-BYTE-IDX > WS-FLD-END
070400         MOVE WS-LAST-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
070500         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
070600         COMPUTE WS-BIN-NUM = WS-BIN-NUM * 256 + WS-BYTE-VAL
070700     END-PERFORM
070800     MOVE WS-BIN-NUM TO WS-TRAILER-COUNT
070900     MOVE "Y" TO WS-COUNT-OK-SW.
071000
071100* THE FILE AND THE QUARANTINE DIRECTORY GO THROUGH THE SHELL,
071200* SO BOTH PATHS ARE HELD TO THE SAME SAFE CHARACTER SET
071300* CPYBATCH ENFORCES ON ITS DIRECTORY ARGUMENT.
071400 QUARANTINE-FILE.
071500     MOVE WS-ENT-DATA TO WS-PATH-TO-CHECK
071600     PERFORM VALIDATE-PATH
071700     IF NOT WS-BAD-CHAR
071800         MOVE WS-QUAR-DIR TO WS-PATH-TO-CHECK
071900         PERFORM VALIDATE-PATH
072000     END-IF
072100     IF WS-BAD-CHAR
072200         DISPLAY "CPYINTAKE: PATH CONTAINS AN UNSUPPORTED "
072300             "CHARACTER - FILE NOT MOVED: "
072400             FUNCTION TRIM(WS-ENT-DATA)
072500     ELSE
072600         MOVE SPACES TO WS-COMMAND-LINE
072700         STRING "mkdir -p " FUNCTION TRIM(WS-QUAR-DIR)
072800                " && mv " FUNCTION TRIM(WS-ENT-DATA)
072900                " " FUNCTION TRIM(WS-QUAR-DIR)
073000                "/ 2>/dev/null"
073100                DELIMITED BY SIZE INTO WS-COMMAND-LINE
073200         CALL "SYSTEM" USING WS-COMMAND-LINE
073300     END-IF.
073400
073500 VALIDATE-PATH.
073600     MOVE "N" TO WS-BAD-CHAR-SW
073700     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PATH-TO-CHECK))
073800         TO WS-DIR-LEN
073900     PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
074000               UNTIL WS-CHAR-IDX > WS-DIR-LEN
074100         MOVE WS-PATH-TO-CHECK(WS-CHAR-IDX:1) TO WS-ONE-CHAR
074200         IF WS-ONE-CHAR NOT ALPHABETIC-UPPER
074300               AND WS-ONE-CHAR NOT ALPHABETIC-LOWER
074400               AND WS-ONE-CHAR NOT NUMERIC
074500               AND WS-ONE-CHAR NOT = "/"
074600               AND WS-ONE-CHAR NOT = "."
074700               AND WS-ONE-CHAR NOT = "_"
074800               AND WS-ONE-CHAR NOT = "-"
074900             SET WS-BAD-CHAR TO TRUE
075000         END-IF
075100     END-PERFORM.
075200
075300 EMIT-RPT.
075400     MOVE WS-OUT-LINE TO RPT-REC
075500     WRITE RPT-REC
075600     DISPLAY FUNCTION TRIM(WS-OUT-LINE).
075700
075800 WRITE-RUN-HEADER.
075900     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW
076000     MOVE SPACES TO WS-OUT-LINE
076100     STRING "TRANSMISSION INTAKE - "
076200            FUNCTION TRIM(WS-CTL-PATH)
076300            " AT " WS-TS-RAW(1:8) "T" WS-TS-RAW(9:6)
076400            DELIMITED BY SIZE INTO WS-OUT-LINE
076500     PERFORM EMIT-RPT
076600     MOVE ALL "-" TO WS-OUT-LINE
076700     PERFORM EMIT-RPT.
076800
076900 WRITE-RUN-TOTALS.
077000     MOVE ALL "-" TO WS-OUT-LINE
077100     PERFORM EMIT-RPT
077200     MOVE SPACES TO WS-OUT-LINE
077300     STRING "FILES PROCESSED=" WS-FILE-COUNT
077400            " PASSED=" WS-PASS-COUNT
077500            " FAILED=" WS-FAIL-COUNT
077600            " SKIPPED=" WS-SKIP-COUNT
077700            DELIMITED BY SIZE INTO WS-OUT-LINE
077800     PERFORM EMIT-RPT
077900     MOVE SPACES TO WS-OUT-LINE
078000     STRING "QUARANTINE DIRECTORY: "
078100            FUNCTION TRIM(WS-QUAR-DIR)
078200            DELIMITED BY SIZE INTO WS-OUT-LINE
078300     PERFORM EMIT-RPT.
