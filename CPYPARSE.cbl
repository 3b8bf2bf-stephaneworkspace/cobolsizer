004500*    EXPANDED - A COPY INSIDE AN INCLUDED MEMBER IS REPORTED AND
004600*    SKIPPED, NOT EXPANDED.
004700*
004800*    88-LEVEL CONDITION NAMES DO NOT BECOME FIELD ENTRIES. THEIR
004900*    VALUE/VALUES LISTS - QUOTED, HEX AND NUMERIC LITERALS,
005000*    FIGURATIVE CONSTANTS, ALL LITERALS AND THRU/THROUGH RANGES -
005100*    ARE STORED IN THE DOMAIN LIST OF FLDTAB.cpy AGAINST THE FIELD
005200*    THE 88 LEVELS FOLLOW. AN 88 UNDER A 66 OR 77 LEVEL (NEITHER
005300*    IS IN THE TABLE) IS SKIPPED; A WHEN SET TO FALSE CLAUSE IS
005400*    NOT PART OF THE DOMAIN. LITERALS LONGER THAN 35 CHARACTERS
005500*    ARE CUT TO 35.
005600*
005700*    MODIFICATION HISTORY
005800*    2026-08-08  INITIAL VERSION.
005900*    2026-08-08  LOG EVERY RUN TO THE AUDIT TRAIL VIA CPYAUDIT.
006000*    2026-08-22  EXPAND COPY STATEMENTS (WITH REPLACING) FOUND
006100*                INSIDE THE COPYBOOK BEING SIZED - UNTIL NOW THE
006200*                INCLUDED FIELDS WERE SILENTLY MISSING AND EVERY
006300*                OFFSET AFTER THE COPY POINT WAS WRONG.
006400*    2026-08-22  TARGET-DIALECT PROFILES (RMC/IBM) - SYNCHRONIZED
006500*                ALIGNMENT SLACK AND THE MAINFRAME RECORD
006600*                CEILING UNDER THE IBM PROFILE, PICKED BY A NEW
006700*                FOURTH PARAMETER EVERY CALLER NOW PASSES.
006800*    2026-08-22  EVERY RUN ALSO SNAPSHOTS THE FULL SIZING RESULT
006900*                AND FIELD TABLE INTO THE INDEXED HISTORY FILE
007000*                VIA CPYSNAP, FOR GROWTH TRENDS AND PAST-DATE
007100*                DIFFS WITHOUT THE OLD SOURCE.
007200*    2026-10-15  88-LEVEL CONDITION NAMES ARE NO LONGER THROWN
007300*                AWAY - EACH VALUE AND THRU RANGE IS KEPT IN THE
007400*                FIELD TABLE'S DOMAIN LIST AGAINST ITS PARENT
007500*                FIELD, FOR THE DOMAIN CHECKS IN CPYVERIF/CPYPROF.
007600******************************************************************
007700 IDENTIFICATION DIVISION.
007800 PROGRAM-ID. CPYPARSE.
007900 DATE-WRITTEN. 26/08/08.
008000 AUTHOR SYSTEMS.
008100 ENVIRONMENT DIVISION.
008200 CONFIGURATION SECTION.
008300 SOURCE-COMPUTER. RM-COBOL.
008400 OBJECT-COMPUTER. RM-COBOL.
008500 INPUT-OUTPUT SECTION.
008600 FILE-CONTROL.
008700     SELECT COPY-IN-FILE ASSIGN TO DYNAMIC WS-COPY-PATH
008800         ORGANIZATION LINE SEQUENTIAL
008900         FILE STATUS IS WS-COPY-STATUS.
009000     SELECT COPY-LIB-FILE ASSIGN TO DYNAMIC WS-LIB-PATH
009100         ORGANIZATION LINE SEQUENTIAL
009200         FILE STATUS IS WS-LIB-STATUS.
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  COPY-IN-FILE.
009600 01  COPY-IN-REC                          PIC X(80).
009700 FD  COPY-LIB-FILE.
009800 01  COPY-LIB-REC                         PIC X(80).
009900 WORKING-STORAGE SECTION.
010000 01  WS-COPY-PATH                         PIC X(200).
010100 01  WS-COPY-STATUS                       PIC XX.
010200 01  WS-EOF-SW                            PIC X VALUE "N".
010300     88 WS-EOF                            VALUE "Y".
010400 01  WS-LINE                              PIC X(80).
010500 01  WS-AREA-B                            PIC X(65).
010600
010700 01  WS-LIB-PATH                          PIC X(200).
010800 01  WS-LIB-STATUS                        PIC XX.
010900 01  WS-LIB-EOF-SW                        PIC X VALUE "N".
011000     88 WS-LIB-EOF                        VALUE "Y".
011100 01  WS-LIB-LINE                          PIC X(80).
011200 01  WS-LIB-OPEN-SW                       PIC X VALUE "N".
011300     88 WS-LIB-OPEN                       VALUE "Y".
011400 01  WS-CPYLIB-DIR                        PIC X(200).
011500 01  WS-MAIN-DIR                          PIC X(200).
011600 01  WS-PATH-LEN                          PIC 9(4).
011700 01  WS-PATH-IDX                          PIC 9(4).
011800 01  WS-SLASH-POS                         PIC 9(4).
011900 01  WS-COPY-PENDING-SW                   PIC X VALUE "N".
012000     88 WS-COPY-PENDING                   VALUE "Y".
012100 01  WS-COPY-MEMBER                       PIC X(66).
012200 01  WS-LIB-TRY                           PIC 9.
012300 01  WS-IN-EXPANSION-SW                   PIC X VALUE "N".
012400     88 WS-IN-EXPANSION                   VALUE "Y".
012500
012600 01  WS-RPL-TABLE.
012700     05 WS-RPL-PAIR OCCURS 10 TIMES.
012800         10 WS-RPL-FROM                   PIC X(35).
012900         10 WS-RPL-FROM-LEN               PIC 9(2).
013000         10 WS-RPL-TO                     PIC X(35).
013100         10 WS-RPL-TO-LEN                 PIC 9(2).
013200         10 WS-RPL-PARTIAL                PIC X.
013300 01  WS-RPL-COUNT                         PIC 9(2) VALUE ZERO.
013400 01  WS-RPL-IDX                           PIC 9(2).
013500 01  WS-RPL-SCAN                          PIC 9(4).
013600 01  WS-RPL-OUT                           PIC X(200).
013700 01  WS-RPL-OUT-LEN                       PIC 9(4).
013800 01  WS-RPL-TEXT                          PIC X(35).
013900 01  WS-RPL-TEXT-LEN                      PIC 9(2).
014000 01  WS-RPL-MATCH-SW                      PIC X.
014100     88 WS-RPL-MATCHED                    VALUE "Y".
014200 01  WS-RPL-BND                           PIC X.
014300 01  WS-BND-WORD-SW                       PIC X.
014400     88 WS-BND-IS-WORD                    VALUE "Y".
014500 01  WS-STMT-BUFFER                       PIC X(400).
014600 01  WS-STMT-BUFFER-NEW                   PIC X(400).
014700 01  WS-STMT-LEN                          PIC 9(4).
014800 01  WS-MAX-RECORD-SIZE                   PIC 9(9) VALUE 32767.
014900 01  WS-NEW-LEVEL                         PIC 99.
015000 01  WS-DIALECT                           PIC X(3) VALUE "RMC".
015100     88 DIALECT-RMC                       VALUE "RMC".
015200     88 DIALECT-IBM                       VALUE "IBM".
015300 01  WS-DIALECT-IN                        PIC X(8).
015400 01  WS-SYNC-ALIGN                        PIC 9(2).
015500 01  WS-SYNC-SLACK                        PIC 9(4).
015600 01  WS-SYNC-LV                           PIC 9(4).
015700 01  WS-SLACK-ACC                         PIC 9(9).
015800 01  WS-OFF-CUR-REC                       PIC 9(4).
015900 01  WS-OFF-MOD                           PIC 9(9).
016000 01  WS-OFF-QUOT                          PIC 9(9).
016100
016200 01  WS-COND-PARENT                       PIC 9(4).
016300 01  WS-COND-ATTACH-SW                    PIC X VALUE "N".
016400     88 WS-COND-ATTACH                    VALUE "Y".
016500 01  WS-COND-FULL-SW                      PIC X VALUE "N".
016600     88 WS-COND-FULL                      VALUE "Y".
016700 01  WS-COND-IN-VALUES-SW                 PIC X.
016800     88 WS-COND-IN-VALUES                 VALUE "Y".
016900 01  WS-COND-THRU-SW                      PIC X.
017000     88 WS-COND-THRU                      VALUE "Y".
017100 01  WS-COND-ALL-SW                       PIC X.
017200     88 WS-COND-ALL                       VALUE "Y".
017300 01  WS-COND-CLOSED-SW                    PIC X.
017400     88 WS-COND-CLOSED                    VALUE "Y".
017500 01  WS-COND-STMT-ADDED                   PIC 9(4).
017600 01  WS-COND-POS                          PIC 9(4).
017700 01  WS-COND-CHAR                         PIC X.
017800 01  WS-COND-QUOTE                        PIC X.
017900 01  WS-COND-WORD                         PIC X(35).
018000 01  WS-COND-WORD-LEN                     PIC 9(4).
018100 01  WS-COND-LIT                          PIC X(35).
018200 01  WS-COND-LIT-LEN                      PIC 9(4).
018300 01  WS-COND-KIND                         PIC X.
018400 01  WS-COND-HEX-IN                       PIC X(70).
018500 01  WS-COND-HEX-LEN                      PIC 9(4).
018600 01  WS-COND-HEX-IDX                      PIC 9(4).
018700 01  WS-COND-HEX-HI                       PIC 9(2).
018800 01  WS-COND-HEX-LO                       PIC 9(2).
018900 01  WS-COND-HEX-DIGITS                   PIC X(16)
019000     VALUE "0123456789ABCDEF".
019100
019200 01  WS-TOKEN-TABLE.
019300     05 WS-TOKEN OCCURS 20 TIMES          PIC X(35).
019400 01  WS-TOKEN-COUNT                       PIC 99.
019500 01  WS-TOK-IDX                           PIC 99.
019600
019700 01  WS-PIC-STRING-IN                     PIC X(35).
019800 01  WS-PIC-WORK                          PIC X(35).
019900 01  WS-PIC-WORK-LEN                      PIC 9(4).
020000 01  WS-PIC-LEN                           PIC 9(6).
020100 01  WS-PIC-DIGITS                        PIC 9(6).
020200 01  WS-PIC-IDX                           PIC 9(4).
020300 01  WS-PIC-CHAR                          PIC X.
020400 01  WS-REPEAT-BUF                        PIC X(6).
020500 01  WS-REPEAT-BUF-LEN                    PIC 9(2).
020600 01  WS-REPEAT-NUM                        PIC 9(6).
020700 01  WS-LAST-SYM-COUNTS-LEN               PIC X.
020800 01  WS-LAST-SYM-COUNTS-DIGIT             PIC X.
020900
021000 01  WS-GL-IDX                            PIC 9(4).
021100 01  WS-GL-CHILD-IDX                      PIC 9(4).
021200 01  WS-GL-CHILD-LEVEL                    PIC 99.
021300 01  WS-GL-SUM-MAX                        PIC 9(9).
021400 01  WS-GL-SUM-MIN                        PIC 9(9).
021500 01  WS-GL-SLOT-MAX                       PIC 9(9).
021600 01  WS-GL-SLOT-MIN                       PIC 9(9).
021700 01  WS-GL-SLOT-ACTIVE                    PIC X.
021800 01  WS-GL-EFF-MIN                        PIC 9(6).
021900 01  WS-GL-EFF-MAX                        PIC 9(6).
022000
022100 01  WS-OFF-NEXT-TABLE.
022200     05 WS-OFF-NEXT OCCURS 49 TIMES       PIC 9(9).
022300 01  WS-OFF-IDX                           PIC 9(4).
022400 01  WS-OFF-FOUND-IDX                     PIC 9(4).
022500 01  WS-OFF-SEARCH-IDX                    PIC 9(4).
022600 01  WS-OFF-CANDIDATE-END                 PIC 9(9).
022700
022800 01  WS-SUM-IDX                           PIC 9(4).
022900 01  WS-SUM-END-POS                       PIC 9(9).
023000 01  WS-CURRENT-RECORD-NAME               PIC X(35).
023100 01  WS-RECORD-FLAGGED                    PIC X.
023200
023300 LINKAGE SECTION.
023400 01  LS-COPYBOOK-PATH                     PIC X(200).
023500 01  LS-DIALECT                           PIC X(8).
023600     COPY "FLDTAB.cpy".
023700     COPY "SIZERES.cpy".
023800
023900 PROCEDURE DIVISION USING LS-COPYBOOK-PATH
024000                           WS-FLD-TABLE
024100                           WS-SIZING-RESULT
024200                           LS-DIALECT.
024300
024400 MAIN-PARSE.
024500     INITIALIZE WS-SIZING-RESULT
024600     MOVE ZERO TO WS-FLD-COUNT
024700     MOVE ZERO TO WS-DOM-COUNT
024800     MOVE "N" TO WS-COND-ATTACH-SW
024900     MOVE "N" TO WS-COND-FULL-SW
025000     MOVE SPACES TO WS-STMT-BUFFER
025100     MOVE LS-COPYBOOK-PATH TO WS-COPY-PATH
025200     MOVE FUNCTION UPPER-CASE(LS-DIALECT) TO WS-DIALECT-IN
025300     IF WS-DIALECT-IN(1:3) = "IBM"
025400         MOVE "IBM" TO WS-DIALECT
025500         MOVE 32760 TO WS-MAX-RECORD-SIZE
025600     ELSE
025700         MOVE "RMC" TO WS-DIALECT
025800         MOVE 32767 TO WS-MAX-RECORD-SIZE
025900     END-IF
026000     MOVE "N" TO WS-COPY-PENDING-SW
026100     MOVE "N" TO WS-IN-EXPANSION-SW
026200     MOVE ZERO TO WS-RPL-COUNT
026300     PERFORM FIND-MAIN-DIR
026400     MOVE SPACES TO WS-CPYLIB-DIR
026500     ACCEPT WS-CPYLIB-DIR FROM ENVIRONMENT "CPYLIB"
026600     MOVE "N" TO WS-EOF-SW
026700     OPEN INPUT COPY-IN-FILE
026800     IF WS-COPY-STATUS NOT = "00"
026900         SET RESULT-FILE-ERROR TO TRUE
027000         GOBACK
027100     END-IF
027200     PERFORM UNTIL WS-EOF
027300         READ COPY-IN-FILE INTO WS-LINE
027400             AT END
027500                 SET WS-EOF TO TRUE
027600             NOT AT END
027700                 PERFORM PROCESS-ONE-LINE
027800         END-READ
027900     END-PERFORM
028000     CLOSE COPY-IN-FILE
028100     PERFORM COMPUTE-FIELD-LENGTHS
028200     PERFORM CASCADE-SYNC-FLAGS
028300     PERFORM COMPUTE-OFFSETS
028400     PERFORM COMPUTE-SUMMARY
028500     CALL "CPYAUDIT" USING LS-COPYBOOK-PATH
028600         WS-RESULT-TOTAL-MAX
028700     CALL "CPYSNAP" USING LS-COPYBOOK-PATH WS-FLD-TABLE
028800         WS-SIZING-RESULT WS-DIALECT
028900     GOBACK.
029000
029100 PROCESS-ONE-LINE.
029200     IF WS-LINE(7:1) = "*" OR WS-LINE = SPACES
029300         CONTINUE
029400     ELSE
029500         MOVE WS-LINE(8:65) TO WS-AREA-B
029600         PERFORM APPEND-AND-CHECK
029700         IF WS-COPY-PENDING
029800             MOVE "N" TO WS-COPY-PENDING-SW
029900             PERFORM EXPAND-COPY-MEMBER
030000         END-IF
030100     END-IF.
030200
030300 APPEND-AND-CHECK.
030400     IF FUNCTION TRIM(WS-STMT-BUFFER) = SPACES
030500         MOVE FUNCTION TRIM(WS-AREA-B) TO WS-STMT-BUFFER
030600     ELSE
030700         MOVE SPACES TO WS-STMT-BUFFER-NEW
030800         STRING FUNCTION TRIM(WS-STMT-BUFFER) DELIMITED BY SIZE
030900                " "                         DELIMITED BY SIZE
031000                FUNCTION TRIM(WS-AREA-B)     DELIMITED BY SIZE
031100                INTO WS-STMT-BUFFER-NEW
031200         END-STRING
031300         MOVE WS-STMT-BUFFER-NEW TO WS-STMT-BUFFER
031400     END-IF
031500     COMPUTE WS-STMT-LEN =
031600         FUNCTION LENGTH(FUNCTION TRIM(WS-STMT-BUFFER))
031700     IF WS-STMT-LEN > 0
031800         IF WS-STMT-BUFFER(WS-STMT-LEN:1) = "."
031900             PERFORM PARSE-STATEMENT
032000             MOVE SPACES TO WS-STMT-BUFFER
032100         END-IF
032200     END-IF.
032300
032400 PARSE-STATEMENT.
032500     MOVE SPACE TO WS-STMT-BUFFER(WS-STMT-LEN:1)
032600     MOVE SPACES TO WS-TOKEN-TABLE
032700     UNSTRING WS-STMT-BUFFER DELIMITED BY ALL SPACES
032800         INTO WS-TOKEN(1)  WS-TOKEN(2)  WS-TOKEN(3)  WS-TOKEN(4)
032900              WS-TOKEN(5)  WS-TOKEN(6)  WS-TOKEN(7)  WS-TOKEN(8)
033000              WS-TOKEN(9)  WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
033100              WS-TOKEN(13) WS-TOKEN(14) WS-TOKEN(15) WS-TOKEN(16)
033200              WS-TOKEN(17) WS-TOKEN(18) WS-TOKEN(19) WS-TOKEN(20)
033300     END-UNSTRING
033400     MOVE 0 TO WS-TOKEN-COUNT
033500     PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
033600               UNTIL WS-TOK-IDX > 20
033700         IF WS-TOKEN(WS-TOK-IDX) NOT = SPACES
033800             ADD 1 TO WS-TOKEN-COUNT
033900         END-IF
034000     END-PERFORM
034100     IF WS-TOKEN(1) = "COPY" AND WS-TOKEN-COUNT >= 2
034200         PERFORM NOTE-COPY-STATEMENT
034300     ELSE
034400         IF WS-TOKEN-COUNT >= 2
034500               AND FUNCTION TRIM(WS-TOKEN(1)) IS NUMERIC
034600             MOVE FUNCTION NUMVAL(WS-TOKEN(1)) TO WS-NEW-LEVEL
034700             EVALUATE WS-NEW-LEVEL
034800                 WHEN 88
034900                     IF WS-COND-ATTACH
035000                         PERFORM ADD-CONDITION-VALUES
035100                     END-IF
035200                 WHEN 66
035300                 WHEN 77
035400                     MOVE "N" TO WS-COND-ATTACH-SW
035500                 WHEN OTHER
035600                     PERFORM ADD-FIELD-ENTRY
035700                     SET WS-COND-ATTACH TO TRUE
035800             END-EVALUATE
035900         END-IF
036000     END-IF.
036100
036200* A COMPLETED STATEMENT TURNED OUT TO BE A COPY STATEMENT. KEEP
036300* THE MEMBER NAME AND ANY REPLACING ==TEXT== BY ==TEXT== PAIRS,
036400* AND FLAG THE EXPANSION TO RUN ONCE THE LINE LOOP IS BACK AT ITS
036500* OWN LEVEL - EXPANDING FROM HERE WOULD RE-ENTER THE STATEMENT
036600* ASSEMBLY PARAGRAPHS WHILE THEY ARE STILL ACTIVE.
036700 NOTE-COPY-STATEMENT.
036800     MOVE WS-TOKEN(2) TO WS-RPL-TEXT
036900     PERFORM STRIP-COPY-TEXT
037000     MOVE WS-RPL-TEXT TO WS-COPY-MEMBER
037100     IF WS-COPY-MEMBER NOT = SPACES
037200       AND WS-RPL-TEXT-LEN > 0 AND WS-RPL-TEXT-LEN < 63
037300         MOVE ZERO TO WS-SLASH-POS
037400         PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
037500                   UNTIL WS-PATH-IDX > WS-RPL-TEXT-LEN
037600             IF WS-COPY-MEMBER(WS-PATH-IDX:1) = "."
037700                 MOVE WS-PATH-IDX TO WS-SLASH-POS
037800             END-IF
037900         END-PERFORM
038000         IF WS-SLASH-POS = 0
038100             MOVE ".cpy"
038200                  TO WS-COPY-MEMBER(WS-RPL-TEXT-LEN + 1:4)
038300         END-IF
038400     END-IF
038500     IF WS-COPY-MEMBER NOT = SPACES
038600*        A COPY SEEN WHILE A MEMBER IS ALREADY BEING EXPANDED IS
038700*        ONLY FLAGGED (FOR THE NESTING WARNING) - PARSING ITS
038800*        PAIRS HERE WOULD WIPE THE PAIRS OF THE MEMBER STILL
038900*        BEING EXPANDED.
039000         IF NOT WS-IN-EXPANSION
039100             MOVE ZERO TO WS-RPL-COUNT
039200             MOVE 3 TO WS-TOK-IDX
039300             PERFORM UNTIL WS-TOK-IDX > WS-TOKEN-COUNT
039400                 IF WS-TOKEN(WS-TOK-IDX) = "REPLACING"
039500                   OR WS-TOKEN(WS-TOK-IDX) = "ALSO"
039600                     CONTINUE
039700                 ELSE
039800                     IF WS-TOK-IDX + 2 <= WS-TOKEN-COUNT
039900                       AND WS-TOKEN(WS-TOK-IDX + 1) = "BY"
040000                       AND WS-RPL-COUNT < 10
040100                         ADD 1 TO WS-RPL-COUNT
040200                         MOVE WS-TOKEN(WS-TOK-IDX) TO WS-RPL-TEXT
040300                         PERFORM STRIP-COPY-TEXT
040400                         MOVE WS-RPL-TEXT
040500                              TO WS-RPL-FROM(WS-RPL-COUNT)
040600                         MOVE WS-RPL-TEXT-LEN
040700                              TO WS-RPL-FROM-LEN(WS-RPL-COUNT)
040800                         PERFORM SET-REPLACING-PARTIAL
040900                         MOVE WS-TOKEN(WS-TOK-IDX + 2)
041000                              TO WS-RPL-TEXT
041100                         PERFORM STRIP-COPY-TEXT
041200                         MOVE WS-RPL-TEXT
041300                              TO WS-RPL-TO(WS-RPL-COUNT)
041400                         MOVE WS-RPL-TEXT-LEN
041500                              TO WS-RPL-TO-LEN(WS-RPL-COUNT)
041600                         ADD 2 TO WS-TOK-IDX
041700                     END-IF
041800                 END-IF
041900                 ADD 1 TO WS-TOK-IDX
042000             END-PERFORM
042100         END-IF
042200         SET WS-COPY-PENDING TO TRUE
042300     END-IF.
042400
042500* STRIPS ==PSEUDO-TEXT== DELIMITERS OR SURROUNDING QUOTES FROM
042600* WS-RPL-TEXT AND LEAVES THE BARE TEXT PLUS ITS LENGTH. AN EMPTY
042700* RESULT (==  == REPLACED BY NOTHING) LEAVES LENGTH ZERO.
042800 STRIP-COPY-TEXT.
042900     COMPUTE WS-RPL-TEXT-LEN =
043000         FUNCTION LENGTH(FUNCTION TRIM(WS-RPL-TEXT))
043100     IF WS-RPL-TEXT = SPACES
043200         MOVE ZERO TO WS-RPL-TEXT-LEN
043300     ELSE
043400         IF WS-RPL-TEXT-LEN >= 4
043500           AND WS-RPL-TEXT(1:2) = "=="
043600           AND WS-RPL-TEXT(WS-RPL-TEXT-LEN - 1:2) = "=="
043700             IF WS-RPL-TEXT-LEN > 4
043800                 MOVE WS-RPL-TEXT(3:WS-RPL-TEXT-LEN - 4)
043900                      TO WS-RPL-OUT
044000                 MOVE WS-RPL-OUT(1:35) TO WS-RPL-TEXT
044100                 SUBTRACT 4 FROM WS-RPL-TEXT-LEN
044200             ELSE
044300                 MOVE SPACES TO WS-RPL-TEXT
044400                 MOVE ZERO TO WS-RPL-TEXT-LEN
044500             END-IF
044600         ELSE
044700             IF WS-RPL-TEXT-LEN >= 2
044800               AND (WS-RPL-TEXT(1:1) = QUOTE
044900                 OR WS-RPL-TEXT(1:1) = "'")
045000               AND WS-RPL-TEXT(WS-RPL-TEXT-LEN:1)
045100                   = WS-RPL-TEXT(1:1)
045200                 IF WS-RPL-TEXT-LEN > 2
045300                     MOVE WS-RPL-TEXT(2:WS-RPL-TEXT-LEN - 2)
045400                          TO WS-RPL-OUT
045500                     MOVE WS-RPL-OUT(1:35) TO WS-RPL-TEXT
045600                     SUBTRACT 2 FROM WS-RPL-TEXT-LEN
045700                 ELSE
045800                     MOVE SPACES TO WS-RPL-TEXT
045900                     MOVE ZERO TO WS-RPL-TEXT-LEN
046000                 END-IF
046100             END-IF
046200         END-IF
046300     END-IF.
046400
046500* MARKS THE PAIR JUST STORED AS PARTIAL-WORD WHEN ITS FROM-TEXT
046600* CONTAINS ":" - THE PLACEHOLDER IDIOM (:PRFX:, :PRFX:-) THAT
046700* MUST KEEP MATCHING INSIDE NAMES. EVERYTHING ELSE IS A TEXT
046800* WORD AND IS REPLACED AT WORD BOUNDARIES ONLY.
046900 SET-REPLACING-PARTIAL.
047000     MOVE "N" TO WS-RPL-PARTIAL(WS-RPL-COUNT)
047100     PERFORM VARYING WS-RPL-SCAN FROM 1 BY 1
047200               UNTIL WS-RPL-SCAN > WS-RPL-TEXT-LEN
047300         IF WS-RPL-FROM(WS-RPL-COUNT)(WS-RPL-SCAN:1) = ":"
047400             MOVE "Y" TO WS-RPL-PARTIAL(WS-RPL-COUNT)
047500         END-IF
047600     END-PERFORM.
047700
047800* LOCATES THE COPY MEMBER AND FEEDS ITS LINES THROUGH THE SAME
047900* STATEMENT ASSEMBLY AS THE MAIN FILE, WITH REPLACING APPLIED TO
048000* EACH LINE FIRST. SEARCH ORDER: THE DIRECTORY OF THE COPYBOOK
048100* BEING SIZED, THEN $CPYLIB, THEN THE MEMBER NAME AS GIVEN.
048200 EXPAND-COPY-MEMBER.
048300     MOVE "N" TO WS-LIB-OPEN-SW
048400     MOVE 1 TO WS-LIB-TRY
048500     PERFORM UNTIL WS-LIB-OPEN OR WS-LIB-TRY > 3
048600         PERFORM TRY-OPEN-LIB-MEMBER
048700         ADD 1 TO WS-LIB-TRY
048800     END-PERFORM
048900     IF NOT WS-LIB-OPEN
049000         DISPLAY "CPYPARSE: COPY MEMBER "
049100             FUNCTION TRIM(WS-COPY-MEMBER)
049200             " NOT FOUND - FIELDS FROM IT ARE MISSING"
049300     ELSE
049400         MOVE "N" TO WS-LIB-EOF-SW
049500         SET WS-IN-EXPANSION TO TRUE
049600         PERFORM UNTIL WS-LIB-EOF
049700             READ COPY-LIB-FILE INTO WS-LIB-LINE
049800                 AT END
049900                     SET WS-LIB-EOF TO TRUE
050000                 NOT AT END
050100                     PERFORM PROCESS-ONE-LIB-LINE
050200             END-READ
050300         END-PERFORM
050400         MOVE "N" TO WS-IN-EXPANSION-SW
050500         CLOSE COPY-LIB-FILE
050600     END-IF
050700     MOVE ZERO TO WS-RPL-COUNT.
050800
050900 TRY-OPEN-LIB-MEMBER.
051000     MOVE SPACES TO WS-LIB-PATH
051100     EVALUATE WS-LIB-TRY
051200         WHEN 1
051300             IF WS-MAIN-DIR NOT = SPACES
051400                 STRING FUNCTION TRIM(WS-MAIN-DIR)
051500                        FUNCTION TRIM(WS-COPY-MEMBER)
051600                        DELIMITED BY SIZE INTO WS-LIB-PATH
051700             END-IF
051800         WHEN 2
051900             IF WS-CPYLIB-DIR NOT = SPACES
052000                 STRING FUNCTION TRIM(WS-CPYLIB-DIR) "/"
052100                        FUNCTION TRIM(WS-COPY-MEMBER)
052200                        DELIMITED BY SIZE INTO WS-LIB-PATH
052300             END-IF
052400         WHEN 3
052500             MOVE WS-COPY-MEMBER TO WS-LIB-PATH
052600     END-EVALUATE
052700     IF WS-LIB-PATH NOT = SPACES
052800         OPEN INPUT COPY-LIB-FILE
052900         IF WS-LIB-STATUS = "00"
053000             SET WS-LIB-OPEN TO TRUE
053100         END-IF
053200     END-IF.
053300
053400 PROCESS-ONE-LIB-LINE.
053500     IF WS-LIB-LINE(7:1) = "*" OR WS-LIB-LINE = SPACES
053600         CONTINUE
053700     ELSE
053800         MOVE WS-LIB-LINE(8:65) TO WS-AREA-B
053900         IF WS-RPL-COUNT > 0
054000             PERFORM APPLY-REPLACING
054100         END-IF
054200         PERFORM APPEND-AND-CHECK
054300         IF WS-COPY-PENDING
054400             MOVE "N" TO WS-COPY-PENDING-SW
054500             DISPLAY "CPYPARSE: COPY INSIDE MEMBER "
054600                 FUNCTION TRIM(WS-LIB-PATH)
054700                 " NOT EXPANDED - ONLY ONE LEVEL OF NESTING"
054800                 " IS SUPPORTED"
054900         END-IF
055000     END-IF.
055100
055200* REWRITES WS-AREA-B WITH EVERY REPLACING PAIR APPLIED, LONGEST
055300* SCAN FIRST WITHIN THE LINE. A PAIR WHOSE REPLACEMENT IS EMPTY
055400* SIMPLY DELETES THE MATCHED TEXT. A PLAIN-WORD OR QUOTED
055500* OPERAND MATCHES ONLY AT WORD BOUNDARIES, THE WAY THE COMPILER
055600* MATCHES TEXT WORDS - REPLACING NO BY NUM MUST NOT REWRITE A
055700* FIELD NAMED NOM. ONLY THE PSEUDO-TEXT PLACEHOLDER IDIOM
055800* (FROM-TEXT CONTAINING ":", AS IN :PRFX: OR :PRFX:-) KEEPS
055900* MATCHING INSIDE WORDS, SINCE ":" IS NOT A NAME CHARACTER.
056000 APPLY-REPLACING.
056100     PERFORM VARYING WS-RPL-IDX FROM 1 BY 1
056200               UNTIL WS-RPL-IDX > WS-RPL-COUNT
056300         IF WS-RPL-FROM-LEN(WS-RPL-IDX) > 0
056400             MOVE SPACES TO WS-RPL-OUT
056500             MOVE ZERO TO WS-RPL-OUT-LEN
056600             MOVE 1 TO WS-RPL-SCAN
056700             PERFORM UNTIL WS-RPL-SCAN > 65
056800                 PERFORM TEST-REPLACING-MATCH
056900                 IF WS-RPL-MATCHED
057000                     IF WS-RPL-TO-LEN(WS-RPL-IDX) > 0
057100                         MOVE WS-RPL-TO(WS-RPL-IDX)
057200                                 (1:WS-RPL-TO-LEN(WS-RPL-IDX))
057300                              TO WS-RPL-OUT(WS-RPL-OUT-LEN + 1:
057400                                 WS-RPL-TO-LEN(WS-RPL-IDX))
057500                         ADD WS-RPL-TO-LEN(WS-RPL-IDX)
057600                             TO WS-RPL-OUT-LEN
057700                     END-IF
057800                     ADD WS-RPL-FROM-LEN(WS-RPL-IDX)
057900                         TO WS-RPL-SCAN
058000                 ELSE
058100                     IF WS-RPL-OUT-LEN < 200
058200                         ADD 1 TO WS-RPL-OUT-LEN
058300                         MOVE WS-AREA-B(WS-RPL-SCAN:1)
058400                              TO WS-RPL-OUT(WS-RPL-OUT-LEN:1)
058500                     END-IF
058600                     ADD 1 TO WS-RPL-SCAN
058700                 END-IF
058800             END-PERFORM
058900             MOVE WS-RPL-OUT(1:65) TO WS-AREA-B
059000         END-IF
059100     END-PERFORM.
059200
059300* DOES PAIR WS-RPL-IDX MATCH WS-AREA-B AT POSITION WS-RPL-SCAN?
059400* BESIDES THE TEXT ITSELF, A NON-PARTIAL PAIR REQUIRES THE BYTES
059500* ON EITHER SIDE OF THE CANDIDATE (WHEN THEY EXIST) NOT TO BE
059600* NAME CHARACTERS, SO WHOLE WORDS ALONE ARE REWRITTEN.
059700 TEST-REPLACING-MATCH.
059800     MOVE "N" TO WS-RPL-MATCH-SW
059900     IF WS-RPL-SCAN + WS-RPL-FROM-LEN(WS-RPL-IDX) - 1 <= 65
060000       AND WS-RPL-OUT-LEN + WS-RPL-TO-LEN(WS-RPL-IDX) <= 200
060100       AND WS-AREA-B(WS-RPL-SCAN:
060200               WS-RPL-FROM-LEN(WS-RPL-IDX)) =
060300           WS-RPL-FROM(WS-RPL-IDX)
060400               (1:WS-RPL-FROM-LEN(WS-RPL-IDX))
060500         MOVE "Y" TO WS-RPL-MATCH-SW
060600         IF WS-RPL-PARTIAL(WS-RPL-IDX) = "N"
060700             IF WS-RPL-SCAN > 1
060800                 MOVE WS-AREA-B(WS-RPL-SCAN - 1:1)
060900                      TO WS-RPL-BND
061000                 PERFORM CHECK-BOUNDARY-CHAR
061100                 IF WS-BND-IS-WORD
061200                     MOVE "N" TO WS-RPL-MATCH-SW
061300                 END-IF
061400             END-IF
061500             IF WS-RPL-MATCHED
061600               AND WS-RPL-SCAN + WS-RPL-FROM-LEN(WS-RPL-IDX)
061700                     <= 65
061800                 MOVE WS-AREA-B(WS-RPL-SCAN
061900                     + WS-RPL-FROM-LEN(WS-RPL-IDX):1)
062000                      TO WS-RPL-BND
062100                 PERFORM CHECK-BOUNDARY-CHAR
062200                 IF WS-BND-IS-WORD
062300                     MOVE "N" TO WS-RPL-MATCH-SW
062400                 END-IF
062500             END-IF
062600         END-IF
062700     END-IF.
062800
062900* A COBOL NAME CHARACTER: LETTER, DIGIT OR HYPHEN. ANYTHING
063000* ELSE (SPACE, PERIOD, PARENTHESIS, ...) ENDS A WORD.
063100 CHECK-BOUNDARY-CHAR.
063200*    THE ALPHABETIC CLASS TESTS INCLUDE THE SPACE CHARACTER, SO
063300*    SPACE IS RULED OUT FIRST - IT ENDS A WORD.
063400     IF WS-RPL-BND = SPACE
063500         MOVE "N" TO WS-BND-WORD-SW
063600     ELSE
063700         IF WS-RPL-BND ALPHABETIC-UPPER
063800           OR WS-RPL-BND ALPHABETIC-LOWER
063900           OR WS-RPL-BND NUMERIC
064000           OR WS-RPL-BND = "-"
064100             MOVE "Y" TO WS-BND-WORD-SW
064200         ELSE
064300             MOVE "N" TO WS-BND-WORD-SW
064400         END-IF
064500     END-IF.
064600
064700* THE DIRECTORY PART OF THE COPYBOOK PATH, TRAILING "/" INCLUDED,
064800* SO COPY MEMBERS ARE FOUND NEXT TO THE COPYBOOK THAT NAMES THEM.
064900 FIND-MAIN-DIR.
065000     MOVE SPACES TO WS-MAIN-DIR
065100     MOVE ZERO TO WS-SLASH-POS
065200     COMPUTE WS-PATH-LEN =
065300         FUNCTION LENGTH(FUNCTION TRIM(WS-COPY-PATH))
065400     PERFORM VARYING WS-PATH-IDX FROM WS-PATH-LEN BY -1
065500               UNTIL WS-PATH-IDX < 1 OR WS-SLASH-POS > 0
065600         IF WS-COPY-PATH(WS-PATH-IDX:1) = "/"
065700             MOVE WS-PATH-IDX TO WS-SLASH-POS
065800         END-IF
065900     END-PERFORM
066000     IF WS-SLASH-POS > 0
066100         MOVE WS-COPY-PATH(1:WS-SLASH-POS) TO WS-MAIN-DIR
066200     END-IF.
066300
066400* AN 88 LEVEL: WALKS THE STATEMENT TEXT ITSELF RATHER THAN THE
066500* TOKEN TABLE - A QUOTED LITERAL MAY HOLD SPACES AND A LONG VALUES
066600* LIST RUNS PAST TWENTY TOKENS - AND STORES EVERY VALUE AND RANGE
066700* AGAINST THE FIELD ENTRY THE CONDITION NAME FOLLOWS.
066800 ADD-CONDITION-VALUES.
066900     MOVE WS-FLD-COUNT TO WS-COND-PARENT
067000     MOVE "N" TO WS-COND-IN-VALUES-SW
067100     MOVE "N" TO WS-COND-THRU-SW
067200     MOVE "N" TO WS-COND-ALL-SW
067300     MOVE ZERO TO WS-COND-STMT-ADDED
067400     MOVE 1 TO WS-COND-POS
067500     PERFORM UNTIL WS-COND-POS > WS-STMT-LEN
067600         PERFORM SCAN-CONDITION-ITEM
067700     END-PERFORM.
067800
067900* ONE ITEM OF AN 88 STATEMENT STARTING AT WS-COND-POS: A
068000* SEPARATOR, A QUOTED OR HEX LITERAL, OR A WORD. NOTHING BEFORE
068100* THE VALUE/VALUES KEYWORD IS KEPT (THE LEVEL AND THE NAME).
068200 SCAN-CONDITION-ITEM.
068300     MOVE WS-STMT-BUFFER(WS-COND-POS:1) TO WS-COND-CHAR
068400     EVALUATE TRUE
068500         WHEN WS-COND-CHAR = SPACE OR "," OR ";"
068600             ADD 1 TO WS-COND-POS
068700         WHEN WS-COND-CHAR = QUOTE OR "'"
068800             PERFORM READ-QUOTED-LITERAL
068900             MOVE "A" TO WS-COND-KIND
069000             PERFORM STORE-CONDITION-LITERAL
069100         WHEN (WS-COND-CHAR = "X" OR "x")
069200           AND WS-COND-POS < WS-STMT-LEN
069300           AND (WS-STMT-BUFFER(WS-COND-POS + 1:1) = QUOTE
069400             OR WS-STMT-BUFFER(WS-COND-POS + 1:1) = "'")
069500             ADD 1 TO WS-COND-POS
069600             PERFORM READ-QUOTED-LITERAL
069700             PERFORM DECODE-HEX-LITERAL
069800             MOVE "A" TO WS-COND-KIND
069900             PERFORM STORE-CONDITION-LITERAL
070000         WHEN OTHER
070100             PERFORM READ-CONDITION-WORD
070200             PERFORM CLASSIFY-CONDITION-WORD
070300     END-EVALUATE.
070400
070500* COPIES A QUOTED LITERAL (OPENING QUOTE AT WS-COND-POS) INTO
070600* WS-COND-LIT WITHOUT ITS DELIMITERS; A DOUBLED QUOTE INSIDE IT
070700* STANDS FOR ONE QUOTE CHARACTER.
070800 READ-QUOTED-LITERAL.
070900     MOVE WS-STMT-BUFFER(WS-COND-POS:1) TO WS-COND-QUOTE
071000     ADD 1 TO WS-COND-POS
071100     MOVE SPACES TO WS-COND-LIT
071200     MOVE ZERO TO WS-COND-LIT-LEN
071300     MOVE "N" TO WS-COND-CLOSED-SW
071400     PERFORM UNTIL WS-COND-CLOSED OR WS-COND-POS > WS-STMT-LEN
071500         MOVE WS-STMT-BUFFER(WS-COND-POS:1) TO WS-COND-CHAR
071600         IF WS-COND-CHAR = WS-COND-QUOTE
071700             IF WS-COND-POS < WS-STMT-LEN
071800               AND WS-STMT-BUFFER(WS-COND-POS + 1:1)
071900                   = WS-COND-QUOTE
072000                 PERFORM APPEND-LITERAL-CHAR
072100                 ADD 2 TO WS-COND-POS
072200             ELSE
072300                 SET WS-COND-CLOSED TO TRUE
072400                 ADD 1 TO WS-COND-POS
072500             END-IF
072600         ELSE
072700             PERFORM APPEND-LITERAL-CHAR
072800             ADD 1 TO WS-COND-POS
072900         END-IF
073000     END-PERFORM.
073100
073200 APPEND-LITERAL-CHAR.
073300     IF WS-COND-LIT-LEN < 35
073400         ADD 1 TO WS-COND-LIT-LEN
073500         MOVE WS-COND-CHAR TO WS-COND-LIT(WS-COND-LIT-LEN:1)
073600     END-IF.
073700
073800* TURNS THE HEX DIGITS OF AN X"..." LITERAL, NOW IN WS-COND-LIT,
073900* INTO THE BYTES THEY STAND FOR.
074000 DECODE-HEX-LITERAL.
074100     MOVE FUNCTION UPPER-CASE(WS-COND-LIT) TO WS-COND-HEX-IN
074200     MOVE WS-COND-LIT-LEN TO WS-COND-HEX-LEN
074300     MOVE SPACES TO WS-COND-LIT
074400     MOVE ZERO TO WS-COND-LIT-LEN
074500     PERFORM VARYING WS-COND-HEX-IDX FROM 1 BY 2
074600               UNTIL WS-COND-HEX-IDX >= WS-COND-HEX-LEN
074700         MOVE ZERO TO WS-COND-HEX-HI WS-COND-HEX-LO
074800         INSPECT WS-COND-HEX-DIGITS TALLYING WS-COND-HEX-HI
074900             FOR CHARACTERS BEFORE INITIAL
075000                 WS-COND-HEX-IN(WS-COND-HEX-IDX:1)
075100         INSPECT WS-COND-HEX-DIGITS TALLYING WS-COND-HEX-LO
075200             FOR CHARACTERS BEFORE INITIAL
075300                 WS-COND-HEX-IN(WS-COND-HEX-IDX + 1:1)
075400         IF WS-COND-HEX-HI < 16 AND WS-COND-HEX-LO < 16
075500             MOVE FUNCTION CHAR(WS-COND-HEX-HI * 16
075600                                + WS-COND-HEX-LO + 1)
075700                  TO WS-COND-CHAR
075800             PERFORM APPEND-LITERAL-CHAR
075900         END-IF
076000     END-PERFORM.
076100
076200* A WORD RUNS TO THE NEXT SPACE; A TRAILING COMMA OR SEMICOLON IS
076300* A SEPARATOR, NOT PART OF IT.
076400 READ-CONDITION-WORD.
076500     MOVE SPACES TO WS-COND-WORD
076600     MOVE ZERO TO WS-COND-WORD-LEN
076700     PERFORM UNTIL WS-COND-POS > WS-STMT-LEN
076800                OR WS-STMT-BUFFER(WS-COND-POS:1) = SPACE
076900         IF WS-COND-WORD-LEN < 35
077000             ADD 1 TO WS-COND-WORD-LEN
077100             MOVE WS-STMT-BUFFER(WS-COND-POS:1)
077200                  TO WS-COND-WORD(WS-COND-WORD-LEN:1)
077300         END-IF
077400         ADD 1 TO WS-COND-POS
077500     END-PERFORM
077600     IF WS-COND-WORD-LEN > 1
077700       AND (WS-COND-WORD(WS-COND-WORD-LEN:1) = ","
077800         OR WS-COND-WORD(WS-COND-WORD-LEN:1) = ";")
077900         MOVE SPACE TO WS-COND-WORD(WS-COND-WORD-LEN:1)
078000         SUBTRACT 1 FROM WS-COND-WORD-LEN
078100     END-IF.
078200
078300 CLASSIFY-CONDITION-WORD.
078400     MOVE FUNCTION UPPER-CASE(WS-COND-WORD) TO WS-COND-WORD
078500     IF NOT WS-COND-IN-VALUES
078600         IF WS-COND-WORD = "VALUE" OR WS-COND-WORD = "VALUES"
078700             SET WS-COND-IN-VALUES TO TRUE
078800         END-IF
078900     ELSE
079000         MOVE SPACES TO WS-COND-LIT
079100         MOVE "F" TO WS-COND-KIND
079200         EVALUATE WS-COND-WORD
079300             WHEN "IS"
079400             WHEN "ARE"
079500                 CONTINUE
079600             WHEN "THRU"
079700             WHEN "THROUGH"
079800                 SET WS-COND-THRU TO TRUE
079900             WHEN "ALL"
080000                 SET WS-COND-ALL TO TRUE
080100             WHEN "WHEN"
080200                 COMPUTE WS-COND-POS = WS-STMT-LEN + 1
080300             WHEN "SPACE"
080400             WHEN "SPACES"
080500                 PERFORM STORE-CONDITION-LITERAL
080600             WHEN "ZERO"
080700             WHEN "ZEROS"
080800             WHEN "ZEROES"
080900                 MOVE "0" TO WS-COND-LIT
081000                 PERFORM STORE-CONDITION-LITERAL
081100             WHEN "HIGH-VALUE"
081200             WHEN "HIGH-VALUES"
081300                 MOVE HIGH-VALUE TO WS-COND-LIT(1:1)
081400                 PERFORM STORE-CONDITION-LITERAL
081500             WHEN "LOW-VALUE"
081600             WHEN "LOW-VALUES"
081700                 MOVE LOW-VALUE TO WS-COND-LIT(1:1)
081800                 PERFORM STORE-CONDITION-LITERAL
081900             WHEN "QUOTE"
082000             WHEN "QUOTES"
082100                 MOVE QUOTE TO WS-COND-LIT(1:1)
082200                 PERFORM STORE-CONDITION-LITERAL
082300             WHEN OTHER
082400                 MOVE WS-COND-WORD TO WS-COND-LIT
082500                 MOVE "N" TO WS-COND-KIND
082600                 PERFORM STORE-CONDITION-LITERAL
082700         END-EVALUATE
082800     END-IF.
082900
083000* FILES THE LITERAL IN WS-COND-LIT (KIND WS-COND-KIND) AS A NEW
083100* DOMAIN ENTRY, OR AS THE UPPER BOUND OF THE ENTRY JUST FILED WHEN
083200* THRU CAME BETWEEN THEM. AN ALL LITERAL OF ONE CHARACTER IS A
083300* FILL LIKE ANY FIGURATIVE CONSTANT.
083400 STORE-CONDITION-LITERAL.
083500     IF NOT WS-COND-IN-VALUES
083600         CONTINUE
083700     ELSE
083800         IF WS-COND-ALL
083900             IF WS-COND-KIND = "A" AND WS-COND-LIT-LEN = 1
084000                 MOVE "F" TO WS-COND-KIND
084100             END-IF
084200             MOVE "N" TO WS-COND-ALL-SW
084300         END-IF
084400         IF WS-COND-THRU AND WS-COND-STMT-ADDED > 0
084500             MOVE WS-COND-KIND TO DOM-HIGH-KIND(WS-DOM-COUNT)
084600             MOVE WS-COND-LIT TO DOM-HIGH(WS-DOM-COUNT)
084700             MOVE "N" TO WS-COND-THRU-SW
084800         ELSE
084900             MOVE "N" TO WS-COND-THRU-SW
085000             IF WS-DOM-COUNT < 500
085100                 ADD 1 TO WS-DOM-COUNT
085200                 ADD 1 TO WS-COND-STMT-ADDED
085300                 MOVE WS-COND-PARENT TO DOM-FLD(WS-DOM-COUNT)
085400                 MOVE WS-TOKEN(2) TO DOM-NAME(WS-DOM-COUNT)
085500                 MOVE WS-COND-KIND TO DOM-LOW-KIND(WS-DOM-COUNT)
085600                 MOVE WS-COND-LIT TO DOM-LOW(WS-DOM-COUNT)
085700                 MOVE SPACE TO DOM-HIGH-KIND(WS-DOM-COUNT)
085800                 MOVE SPACES TO DOM-HIGH(WS-DOM-COUNT)
085900                 IF FLD-DOM-COUNT(WS-COND-PARENT) = 0
086000                     MOVE WS-DOM-COUNT
086100                          TO FLD-DOM-FIRST(WS-COND-PARENT)
086200                 END-IF
086300                 ADD 1 TO FLD-DOM-COUNT(WS-COND-PARENT)
086400             ELSE
086500                 IF NOT WS-COND-FULL
086600                     DISPLAY "CPYPARSE: MORE THAN 500 CONDITION"
086700                         "-NAME VALUES - THE REST ARE NOT KEPT"
086800                     SET WS-COND-FULL TO TRUE
086900                 END-IF
087000             END-IF
087100         END-IF
087200     END-IF.
087300
087400 ADD-FIELD-ENTRY.
087500     ADD 1 TO WS-FLD-COUNT
087600     SET FLD-IDX TO WS-FLD-COUNT
087700     MOVE WS-NEW-LEVEL       TO FLD-LEVEL(FLD-IDX)
087800     MOVE WS-TOKEN(2)        TO FLD-NAME(FLD-IDX)
087900     MOVE SPACES             TO FLD-PIC-STRING(FLD-IDX)
088000                                 FLD-REDEFINES(FLD-IDX)
088100                                 FLD-DEPENDING-ON(FLD-IDX)
088200     MOVE "DISPLAY"          TO FLD-USAGE(FLD-IDX)
088300     MOVE "Y"                TO FLD-IS-GROUP(FLD-IDX)
088400     MOVE "N"                TO FLD-SYNC(FLD-IDX)
088500     MOVE ZERO               TO FLD-OCCURS-MAX(FLD-IDX)
088600     MOVE ZERO               TO FLD-ELEM-LEN(FLD-IDX)
088700     MOVE ZERO               TO FLD-DOM-FIRST(FLD-IDX)
088800                                 FLD-DOM-COUNT(FLD-IDX)
088900     PERFORM VARYING WS-TOK-IDX FROM 3 BY 1
089000               UNTIL WS-TOK-IDX > WS-TOKEN-COUNT
089100         PERFORM SCAN-ONE-ATTRIBUTE-TOKEN
089200     END-PERFORM
089300     IF FLD-IS-GROUP(FLD-IDX) = "N"
089400         PERFORM COMPUTE-ELEM-LEN
089500     END-IF.
089600
089700 SCAN-ONE-ATTRIBUTE-TOKEN.
089800     EVALUATE TRUE
089900         WHEN WS-TOKEN(WS-TOK-IDX) = "PIC"
090000           OR WS-TOKEN(WS-TOK-IDX) = "PICTURE"
090100             IF WS-TOK-IDX < WS-TOKEN-COUNT
090200               AND WS-TOKEN(WS-TOK-IDX + 1) = "IS"
090300                 IF WS-TOK-IDX + 1 < WS-TOKEN-COUNT
090400                     MOVE WS-TOKEN(WS-TOK-IDX + 2)
090500                          TO FLD-PIC-STRING(FLD-IDX)
090600                     MOVE "N" TO FLD-IS-GROUP(FLD-IDX)
090700                 END-IF
090800             ELSE
090900                 IF WS-TOK-IDX < WS-TOKEN-COUNT
091000                     MOVE WS-TOKEN(WS-TOK-IDX + 1)
091100                          TO FLD-PIC-STRING(FLD-IDX)
091200                     MOVE "N" TO FLD-IS-GROUP(FLD-IDX)
091300                 END-IF
091400             END-IF
091500         WHEN WS-TOKEN(WS-TOK-IDX) = "REDEFINES"
091600             IF WS-TOK-IDX < WS-TOKEN-COUNT
091700                 MOVE WS-TOKEN(WS-TOK-IDX + 1)
091800                      TO FLD-REDEFINES(FLD-IDX)
091900             END-IF
092000         WHEN WS-TOKEN(WS-TOK-IDX) = "OCCURS"
092100             IF WS-TOK-IDX + 2 <= WS-TOKEN-COUNT
092200               AND WS-TOKEN(WS-TOK-IDX + 2) = "TO"
092300                 IF WS-TOK-IDX + 3 <= WS-TOKEN-COUNT
092400                   AND FUNCTION TRIM
092500                       (WS-TOKEN(WS-TOK-IDX + 3)) IS NUMERIC
092600                     COMPUTE FLD-OCCURS-MAX(FLD-IDX) =
092700                         FUNCTION NUMVAL(WS-TOKEN(WS-TOK-IDX + 3))
092800                 END-IF
092900             ELSE
093000                 IF WS-TOK-IDX < WS-TOKEN-COUNT
093100                   AND FUNCTION TRIM
093200                       (WS-TOKEN(WS-TOK-IDX + 1)) IS NUMERIC
093300                     COMPUTE FLD-OCCURS-MAX(FLD-IDX) =
093400                         FUNCTION NUMVAL(WS-TOKEN(WS-TOK-IDX + 1))
093500                 END-IF
093600             END-IF
093700         WHEN WS-TOKEN(WS-TOK-IDX) = "DEPENDING"
093800             IF WS-TOK-IDX + 2 <= WS-TOKEN-COUNT
093900                 MOVE WS-TOKEN(WS-TOK-IDX + 2)
094000                      TO FLD-DEPENDING-ON(FLD-IDX)
094100             END-IF
094200         WHEN WS-TOKEN(WS-TOK-IDX) = "COMP-1"
094300           OR WS-TOKEN(WS-TOK-IDX) = "COMPUTATIONAL-1"
094400             MOVE "COMP-1" TO FLD-USAGE(FLD-IDX)
094500         WHEN WS-TOKEN(WS-TOK-IDX) = "COMP-2"
094600           OR WS-TOKEN(WS-TOK-IDX) = "COMPUTATIONAL-2"
094700             MOVE "COMP-2" TO FLD-USAGE(FLD-IDX)
094800         WHEN WS-TOKEN(WS-TOK-IDX) = "COMP-3"
094900           OR WS-TOKEN(WS-TOK-IDX) = "COMPUTATIONAL-3"
095000           OR WS-TOKEN(WS-TOK-IDX) = "PACKED-DECIMAL"
095100             MOVE "COMP-3" TO FLD-USAGE(FLD-IDX)
095200         WHEN WS-TOKEN(WS-TOK-IDX) = "COMP-4"
095300           OR WS-TOKEN(WS-TOK-IDX) = "COMPUTATIONAL-4"
095400           OR WS-TOKEN(WS-TOK-IDX) = "COMP-5"
095500           OR WS-TOKEN(WS-TOK-IDX) = "COMPUTATIONAL-5"
095600           OR WS-TOKEN(WS-TOK-IDX) = "BINARY"
095700           OR WS-TOKEN(WS-TOK-IDX) = "COMP"
095800           OR WS-TOKEN(WS-TOK-IDX) = "COMPUTATIONAL"
095900             MOVE "BINARY" TO FLD-USAGE(FLD-IDX)
096000         WHEN WS-TOKEN(WS-TOK-IDX) = "SYNC"
096100           OR WS-TOKEN(WS-TOK-IDX) = "SYNCHRONIZED"
096200             MOVE "Y" TO FLD-SYNC(FLD-IDX)
096300         WHEN WS-TOKEN(WS-TOK-IDX) = "VALUE"
096400             MOVE WS-TOKEN-COUNT TO WS-TOK-IDX
096500         WHEN OTHER
096600             CONTINUE
096700     END-EVALUATE.
096800
096900 COMPUTE-ELEM-LEN.
097000     MOVE FLD-PIC-STRING(FLD-IDX) TO WS-PIC-STRING-IN
097100     PERFORM ANALYZE-PICTURE
097200     EVALUATE FLD-USAGE(FLD-IDX)
097300         WHEN "COMP-1"
097400             MOVE 4 TO FLD-ELEM-LEN(FLD-IDX)
097500         WHEN "COMP-2"
097600             MOVE 8 TO FLD-ELEM-LEN(FLD-IDX)
097700         WHEN "COMP-3"
097800             COMPUTE FLD-ELEM-LEN(FLD-IDX) =
097900                 (WS-PIC-DIGITS / 2) + 1
098000         WHEN "BINARY"
098100             EVALUATE TRUE
098200                 WHEN WS-PIC-DIGITS <= 4
098300                     MOVE 2 TO FLD-ELEM-LEN(FLD-IDX)
098400                 WHEN WS-PIC-DIGITS <= 9
098500                     MOVE 4 TO FLD-ELEM-LEN(FLD-IDX)
098600                 WHEN OTHER
098700                     MOVE 8 TO FLD-ELEM-LEN(FLD-IDX)
098800             END-EVALUATE
098900         WHEN OTHER
099000             MOVE WS-PIC-LEN TO FLD-ELEM-LEN(FLD-IDX)
099100     END-EVALUATE.
099200
099300 ANALYZE-PICTURE.
099400     MOVE 0 TO WS-PIC-LEN WS-PIC-DIGITS
099500     MOVE FUNCTION TRIM(WS-PIC-STRING-IN) TO WS-PIC-WORK
099600     COMPUTE WS-PIC-WORK-LEN =
099700         FUNCTION LENGTH(FUNCTION TRIM(WS-PIC-STRING-IN))
099800     MOVE "N" TO WS-LAST-SYM-COUNTS-LEN WS-LAST-SYM-COUNTS-DIGIT
099900     MOVE 1 TO WS-PIC-IDX
100000     PERFORM UNTIL WS-PIC-IDX > WS-PIC-WORK-LEN
100100         MOVE WS-PIC-WORK(WS-PIC-IDX:1) TO WS-PIC-CHAR
100200         EVALUATE WS-PIC-CHAR
100300             WHEN "("
100400                 PERFORM PARSE-REPEAT-COUNT
100500             WHEN "9"
100600                 ADD 1 TO WS-PIC-LEN
100700                 ADD 1 TO WS-PIC-DIGITS
100800                 MOVE "Y" TO WS-LAST-SYM-COUNTS-LEN
100900                 MOVE "Y" TO WS-LAST-SYM-COUNTS-DIGIT
101000             WHEN "V"
101100                 MOVE "N" TO WS-LAST-SYM-COUNTS-LEN
101200                 MOVE "N" TO WS-LAST-SYM-COUNTS-DIGIT
101300             WHEN "S"
101400                 MOVE "N" TO WS-LAST-SYM-COUNTS-LEN
101500                 MOVE "N" TO WS-LAST-SYM-COUNTS-DIGIT
101600             WHEN "P"
101700                 MOVE "N" TO WS-LAST-SYM-COUNTS-LEN
101800                 MOVE "N" TO WS-LAST-SYM-COUNTS-DIGIT
101900             WHEN OTHER
102000                 ADD 1 TO WS-PIC-LEN
102100                 MOVE "Y" TO WS-LAST-SYM-COUNTS-LEN
102200                 MOVE "N" TO WS-LAST-SYM-COUNTS-DIGIT
102300         END-EVALUATE
102400         ADD 1 TO WS-PIC-IDX
102500     END-PERFORM.
102600
102700 PARSE-REPEAT-COUNT.
102800     MOVE SPACES TO WS-REPEAT-BUF
102900     MOVE 0 TO WS-REPEAT-BUF-LEN
103000     ADD 1 TO WS-PIC-IDX
103100     PERFORM UNTIL WS-PIC-IDX > WS-PIC-WORK-LEN
103200               OR WS-PIC-WORK(WS-PIC-IDX:1) = ")"
103300         ADD 1 TO WS-REPEAT-BUF-LEN
103400         MOVE WS-PIC-WORK(WS-PIC-IDX:1)
103500              TO WS-REPEAT-BUF(WS-REPEAT-BUF-LEN:1)
103600         ADD 1 TO WS-PIC-IDX
103700     END-PERFORM
103800     COMPUTE WS-REPEAT-NUM = FUNCTION NUMVAL(WS-REPEAT-BUF)
103900     IF WS-LAST-SYM-COUNTS-LEN = "Y"
104000         ADD WS-REPEAT-NUM TO WS-PIC-LEN
104100         SUBTRACT 1 FROM WS-PIC-LEN
104200     END-IF
104300     IF WS-LAST-SYM-COUNTS-DIGIT = "Y"
104400         ADD WS-REPEAT-NUM TO WS-PIC-DIGITS
104500         SUBTRACT 1 FROM WS-PIC-DIGITS
104600     END-IF.
104700
104800 COMPUTE-FIELD-LENGTHS.
104900     PERFORM VARYING WS-GL-IDX FROM WS-FLD-COUNT BY -1
105000               UNTIL WS-GL-IDX < 1
105100         SET FLD-IDX TO WS-GL-IDX
105200         PERFORM COMPUTE-EFFECTIVE-OCCURS
105300         IF FLD-IS-GROUP(FLD-IDX) = "N"
105400             COMPUTE FLD-LEN-MAX(FLD-IDX) =
105500                 FLD-ELEM-LEN(FLD-IDX) * WS-GL-EFF-MAX
105600             COMPUTE FLD-LEN-MIN(FLD-IDX) =
105700                 FLD-ELEM-LEN(FLD-IDX) * WS-GL-EFF-MIN
105800         ELSE
105900             PERFORM SUM-IMMEDIATE-CHILDREN
106000             COMPUTE FLD-LEN-MAX(FLD-IDX) =
106100                 WS-GL-SUM-MAX * WS-GL-EFF-MAX
106200             COMPUTE FLD-LEN-MIN(FLD-IDX) =
106300                 WS-GL-SUM-MIN * WS-GL-EFF-MIN
106400         END-IF
106500     END-PERFORM.
106600
106700* SYNCHRONIZED ON A GROUP ITEM APPLIES TO EVERY ELEMENTARY ITEM
106800* UNDER IT ON THE MAINFRAME, SO THE FLAG IS PUSHED DOWN TO THE
106900* GROUP'S WHOLE SUBTREE BEFORE THE OFFSET PASS ALIGNS FIELDS.
107000 CASCADE-SYNC-FLAGS.
107100     PERFORM VARYING WS-GL-IDX FROM 1 BY 1
107200               UNTIL WS-GL-IDX > WS-FLD-COUNT
107300         IF FLD-SYNC(WS-GL-IDX) = "Y"
107400           AND FLD-IS-GROUP(WS-GL-IDX) = "Y"
107500             COMPUTE WS-GL-CHILD-IDX = WS-GL-IDX + 1
107600             PERFORM UNTIL WS-GL-CHILD-IDX > WS-FLD-COUNT
107700                       OR FLD-LEVEL(WS-GL-CHILD-IDX)
107800                          <= FLD-LEVEL(WS-GL-IDX)
107900                 MOVE "Y" TO FLD-SYNC(WS-GL-CHILD-IDX)
108000                 ADD 1 TO WS-GL-CHILD-IDX
108100             END-PERFORM
108200         END-IF
108300     END-PERFORM.
108400
108500 COMPUTE-EFFECTIVE-OCCURS.
108600     IF FLD-OCCURS-MAX(FLD-IDX) = 0
108700         MOVE 1 TO WS-GL-EFF-MIN
108800         MOVE 1 TO WS-GL-EFF-MAX
108900     ELSE
109000         MOVE FLD-OCCURS-MAX(FLD-IDX) TO WS-GL-EFF-MAX
109100         IF FLD-DEPENDING-ON(FLD-IDX) = SPACES
109200             MOVE FLD-OCCURS-MAX(FLD-IDX) TO WS-GL-EFF-MIN
109300         ELSE
109400             MOVE 0 TO WS-GL-EFF-MIN
109500         END-IF
109600     END-IF.
109700
109800 SUM-IMMEDIATE-CHILDREN.
109900     MOVE 0 TO WS-GL-SUM-MAX WS-GL-SUM-MIN
110000     MOVE 0 TO WS-GL-SLOT-MAX WS-GL-SLOT-MIN
110100     MOVE "N" TO WS-GL-SLOT-ACTIVE
110200     IF WS-GL-IDX < WS-FLD-COUNT
110300         AND FLD-LEVEL(WS-GL-IDX + 1) > FLD-LEVEL(WS-GL-IDX)
110400         MOVE FLD-LEVEL(WS-GL-IDX + 1) TO WS-GL-CHILD-LEVEL
110500         MOVE WS-GL-IDX TO WS-GL-CHILD-IDX
110600         ADD 1 TO WS-GL-CHILD-IDX
110700         PERFORM UNTIL WS-GL-CHILD-IDX > WS-FLD-COUNT
110800                   OR FLD-LEVEL(WS-GL-CHILD-IDX)
110900                      <= FLD-LEVEL(WS-GL-IDX)
111000             IF FLD-LEVEL(WS-GL-CHILD-IDX) = WS-GL-CHILD-LEVEL
111100                 IF FLD-REDEFINES(WS-GL-CHILD-IDX) NOT = SPACES
111200                     IF FLD-LEN-MAX(WS-GL-CHILD-IDX)
111300                             > WS-GL-SLOT-MAX
111400                         MOVE FLD-LEN-MAX(WS-GL-CHILD-IDX)
111500                              TO WS-GL-SLOT-MAX
111600                     END-IF
111700                     IF FLD-LEN-MIN(WS-GL-CHILD-IDX)
111800                             > WS-GL-SLOT-MIN
111900                         MOVE FLD-LEN-MIN(WS-GL-CHILD-IDX)
112000                              TO WS-GL-SLOT-MIN
112100                     END-IF
112200                 ELSE
112300                     IF WS-GL-SLOT-ACTIVE = "Y"
112400                         ADD WS-GL-SLOT-MAX TO WS-GL-SUM-MAX
112500                         ADD WS-GL-SLOT-MIN TO WS-GL-SUM-MIN
112600                     END-IF
112700                     MOVE FLD-LEN-MAX(WS-GL-CHILD-IDX)
112800                          TO WS-GL-SLOT-MAX
112900                     MOVE FLD-LEN-MIN(WS-GL-CHILD-IDX)
113000                          TO WS-GL-SLOT-MIN
113100                     MOVE "Y" TO WS-GL-SLOT-ACTIVE
113200                 END-IF
113300             END-IF
113400             ADD 1 TO WS-GL-CHILD-IDX
113500         END-PERFORM
113600         IF WS-GL-SLOT-ACTIVE = "Y"
113700             ADD WS-GL-SLOT-MAX TO WS-GL-SUM-MAX
113800             ADD WS-GL-SLOT-MIN TO WS-GL-SUM-MIN
113900         END-IF
114000     END-IF.
114100
114200 COMPUTE-OFFSETS.
114300     INITIALIZE WS-OFF-NEXT-TABLE
114400     MOVE ZERO TO WS-SLACK-ACC WS-OFF-CUR-REC
114500     PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
114600               UNTIL WS-OFF-IDX > WS-FLD-COUNT
114700         IF FLD-LEVEL(WS-OFF-IDX) = 1
114800             PERFORM FLUSH-RECORD-SLACK
114900             MOVE WS-OFF-IDX TO WS-OFF-CUR-REC
115000             MOVE 1 TO FLD-OFFSET(WS-OFF-IDX)
115100             COMPUTE WS-OFF-NEXT(1) =
115200                 FLD-OFFSET(WS-OFF-IDX) + FLD-LEN-MAX(WS-OFF-IDX)
115300         ELSE
115400             IF FLD-REDEFINES(WS-OFF-IDX) NOT = SPACES
115500                 PERFORM FIND-REDEFINED-OFFSET
115600                 IF WS-OFF-FOUND-IDX > 0
115700                     MOVE FLD-OFFSET(WS-OFF-FOUND-IDX)
115800                          TO FLD-OFFSET(WS-OFF-IDX)
115900                 ELSE
116000                     MOVE WS-OFF-NEXT(FLD-LEVEL(WS-OFF-IDX))
116100                          TO FLD-OFFSET(WS-OFF-IDX)
116200                 END-IF
116300                 COMPUTE WS-OFF-CANDIDATE-END =
116400                     FLD-OFFSET(WS-OFF-IDX)
116500                     + FLD-LEN-MAX(WS-OFF-IDX)
116600                 IF WS-OFF-CANDIDATE-END
116700                         > WS-OFF-NEXT(FLD-LEVEL(WS-OFF-IDX))
116800                     MOVE WS-OFF-CANDIDATE-END
116900                          TO WS-OFF-NEXT(FLD-LEVEL(WS-OFF-IDX))
117000                 END-IF
117100             ELSE
117200                 MOVE WS-OFF-NEXT(FLD-LEVEL(WS-OFF-IDX))
117300                      TO FLD-OFFSET(WS-OFF-IDX)
117400                 IF DIALECT-IBM
117500                   AND FLD-SYNC(WS-OFF-IDX) = "Y"
117600                   AND FLD-IS-GROUP(WS-OFF-IDX) = "N"
117700                     PERFORM ALIGN-SYNC-FIELD
117800                 END-IF
117900                 COMPUTE WS-OFF-NEXT(FLD-LEVEL(WS-OFF-IDX)) =
118000                     FLD-OFFSET(WS-OFF-IDX)
118100                     + FLD-LEN-MAX(WS-OFF-IDX)
118200             END-IF
118300         END-IF
118400         IF WS-OFF-IDX < WS-FLD-COUNT
118500             AND FLD-LEVEL(WS-OFF-IDX + 1) > FLD-LEVEL(WS-OFF-IDX)
118600             MOVE FLD-OFFSET(WS-OFF-IDX)
118700                  TO WS-OFF-NEXT(FLD-LEVEL(WS-OFF-IDX + 1))
118800         END-IF
118900     END-PERFORM
119000     PERFORM FLUSH-RECORD-SLACK.
119100
119200* ALIGNS A SYNCHRONIZED ELEMENTARY FIELD UNDER THE IBM PROFILE:
119300* BINARY ITEMS ALIGN ON THEIR OWN 2/4/8 SIZE, COMP-1 ON 4 AND
119400* COMP-2 ON 8. THE SLACK INSERTED AHEAD OF THE FIELD IS PUSHED
119500* INTO THE RUNNING NEXT-OFFSET OF EVERY ENCLOSING LEVEL, SO THE
119600* FIELDS THAT FOLLOW - AT ANY DEPTH - MOVE WITH IT, AND IS
119700* CHARGED TO THE 01-LEVEL TOTALS WHEN THE RECORD CLOSES.
119800 ALIGN-SYNC-FIELD.
119900     MOVE ZERO TO WS-SYNC-ALIGN
120000     EVALUATE FLD-USAGE(WS-OFF-IDX)
120100         WHEN "BINARY"
120200             MOVE FLD-ELEM-LEN(WS-OFF-IDX) TO WS-SYNC-ALIGN
120300         WHEN "COMP-1"
120400             MOVE 4 TO WS-SYNC-ALIGN
120500         WHEN "COMP-2"
120600             MOVE 8 TO WS-SYNC-ALIGN
120700         WHEN OTHER
120800             CONTINUE
120900     END-EVALUATE
121000     IF WS-SYNC-ALIGN > 1
121100         COMPUTE WS-OFF-MOD =
121200             FLD-OFFSET(WS-OFF-IDX) - 1
121300         DIVIDE WS-OFF-MOD BY WS-SYNC-ALIGN
121400             GIVING WS-OFF-QUOT REMAINDER WS-OFF-MOD
121500         IF WS-OFF-MOD > 0
121600             COMPUTE WS-SYNC-SLACK = WS-SYNC-ALIGN - WS-OFF-MOD
121700             ADD WS-SYNC-SLACK TO FLD-OFFSET(WS-OFF-IDX)
121800             ADD WS-SYNC-SLACK TO WS-SLACK-ACC
121900             PERFORM VARYING WS-SYNC-LV FROM 1 BY 1
122000                       UNTIL WS-SYNC-LV
122100                             >= FLD-LEVEL(WS-OFF-IDX)
122200                 ADD WS-SYNC-SLACK TO WS-OFF-NEXT(WS-SYNC-LV)
122300             END-PERFORM
122400         END-IF
122500     END-IF.
122600
122700* CHARGES THE ALIGNMENT SLACK COLLECTED FOR THE RECORD JUST
122800* FINISHED TO ITS 01-LEVEL LENGTHS, SO TOTALS AND THE RECORD
122900* CEILING CHECK SEE THE PADDED SIZE.
123000 FLUSH-RECORD-SLACK.
123100     IF WS-OFF-CUR-REC > 0 AND WS-SLACK-ACC > 0
123200         ADD WS-SLACK-ACC TO FLD-LEN-MAX(WS-OFF-CUR-REC)
123300         ADD WS-SLACK-ACC TO FLD-LEN-MIN(WS-OFF-CUR-REC)
123400     END-IF
123500     MOVE ZERO TO WS-SLACK-ACC.
123600
123700 FIND-REDEFINED-OFFSET.
123800     MOVE 0 TO WS-OFF-FOUND-IDX
123900     PERFORM VARYING WS-OFF-SEARCH-IDX FROM WS-OFF-IDX BY -1
124000               UNTIL WS-OFF-SEARCH-IDX < 1
124100                  OR WS-OFF-FOUND-IDX > 0
124200         IF FUNCTION TRIM(FLD-NAME(WS-OFF-SEARCH-IDX)) =
124300            FUNCTION TRIM(FLD-REDEFINES(WS-OFF-IDX))
124400             MOVE WS-OFF-SEARCH-IDX TO WS-OFF-FOUND-IDX
124500         END-IF
124600     END-PERFORM.
124700
124800 COMPUTE-SUMMARY.
124900     MOVE 0 TO WS-RESULT-RECORD-COUNT
125000     MOVE 0 TO WS-RESULT-TOTAL-MAX WS-RESULT-TOTAL-MIN
125100     MOVE 0 TO WS-RESULT-OCCURS-COUNT WS-RESULT-DEPENDING-COUNT
125200     MOVE 0 TO WS-RESULT-LARGEST-LEN
125300     MOVE SPACES TO WS-RESULT-LARGEST-NAME WS-CURRENT-RECORD-NAME
125400     MOVE "N" TO WS-RECORD-FLAGGED
125500     PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
125600               UNTIL WS-SUM-IDX > WS-FLD-COUNT
125700         IF FLD-LEVEL(WS-SUM-IDX) = 1
125800             ADD 1 TO WS-RESULT-RECORD-COUNT
125900             ADD FLD-LEN-MAX(WS-SUM-IDX) TO WS-RESULT-TOTAL-MAX
126000             ADD FLD-LEN-MIN(WS-SUM-IDX) TO WS-RESULT-TOTAL-MIN
126100             MOVE FLD-NAME(WS-SUM-IDX) TO WS-CURRENT-RECORD-NAME
126200             MOVE "N" TO WS-RECORD-FLAGGED
126300         END-IF
126400         IF FLD-OCCURS-MAX(WS-SUM-IDX) > 0
126500             ADD 1 TO WS-RESULT-OCCURS-COUNT
126600         END-IF
126700         IF FLD-DEPENDING-ON(WS-SUM-IDX) NOT = SPACES
126800             ADD 1 TO WS-RESULT-DEPENDING-COUNT
126900         END-IF
127000         IF FLD-IS-GROUP(WS-SUM-IDX) = "N"
127100             IF FLD-LEN-MAX(WS-SUM-IDX) > WS-RESULT-LARGEST-LEN
127200                 MOVE FLD-LEN-MAX(WS-SUM-IDX)
127300                      TO WS-RESULT-LARGEST-LEN
127400                 MOVE FLD-NAME(WS-SUM-IDX)
127500                      TO WS-RESULT-LARGEST-NAME
127600             END-IF
127700             IF WS-RECORD-FLAGGED = "N"
127800                 COMPUTE WS-SUM-END-POS =
127900                     FLD-OFFSET(WS-SUM-IDX)
128000                     + FLD-LEN-MAX(WS-SUM-IDX) - 1
128100                 IF WS-SUM-END-POS > WS-MAX-RECORD-SIZE
128200                     SET RESULT-IS-OVER-LIMIT TO TRUE
128300                     MOVE WS-CURRENT-RECORD-NAME
128400                          TO WS-RESULT-OVER-RECORD
128500                     MOVE FLD-NAME(WS-SUM-IDX)
128600                          TO WS-RESULT-OVER-FIELD
128700                     COMPUTE WS-RESULT-OVER-BY =
128800                         WS-SUM-END-POS - WS-MAX-RECORD-SIZE
128900                     MOVE "Y" TO WS-RECORD-FLAGGED
129000                 END-IF
129100             END-IF
129200         END-IF
129300     END-PERFORM.
