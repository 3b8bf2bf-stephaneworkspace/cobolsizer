007900                   FLD-ELEM-LEN BY FLD-ELEM-LEN-I
008000                   FLD-LEN-MAX  BY FLD-LEN-MAX-I
008100                   FLD-LEN-MIN  BY FLD-LEN-MIN-I
008200                   FLD-OFFSET   BY FLD-OFFSET-I
008300                   FLD-DOM-FIRST BY FLD-DOM-FIRST-I
008400                   FLD-DOM-COUNT BY FLD-DOM-COUNT-I
008500                   WS-DOM-COUNT BY WS-DOM-COUNT-I
008600                   WS-DOM-ENTRY BY WS-DOM-ENTRY-I
008700                   DOM-FLD      BY DOM-FLD-I
008800                   DOM-NAME     BY DOM-NAME-I
008900                   DOM-LOW-KIND BY DOM-LOW-KIND-I
009000                   DOM-LOW      BY DOM-LOW-I
009100                   DOM-HIGH-KIND BY DOM-HIGH-KIND-I
009200                   DOM-HIGH     BY DOM-HIGH-I.
009300     COPY "SIZERES.cpy"
009400         REPLACING WS-SIZING-RESULT BY WS-SIZING-RESULT-I
009500                   WS-RESULT-STATUS BY WS-RESULT-STATUS-I
009600                   RESULT-OK BY RESULT-OK-I
009700                   RESULT-FILE-ERROR BY RESULT-FILE-ERROR-I
009800                   WS-RESULT-RECORD-COUNT BY
009900                       WS-RESULT-RECORD-COUNT-I
010000                   WS-RESULT-TOTAL-MAX BY WS-RESULT-TOTAL-MAX-I
010100                   WS-RESULT-TOTAL-MIN BY WS-RESULT-TOTAL-MIN-I
010200                   WS-RESULT-LARGEST-NAME BY
010300                       WS-RESULT-LARGEST-NAME-I
010400                   WS-RESULT-LARGEST-LEN BY
010500                       WS-RESULT-LARGEST-LEN-I
010600                   WS-RESULT-OCCURS-COUNT BY
010700                       WS-RESULT-OCCURS-COUNT-I
010800                   WS-RESULT-DEPENDING-COUNT BY
010900                       WS-RESULT-DEPENDING-COUNT-I
011000                   WS-RESULT-OVER-LIMIT BY
011100                       WS-RESULT-OVER-LIMIT-I
011200                   RESULT-IS-OVER-LIMIT BY
011300                       RESULT-IS-OVER-LIMIT-I
011400                   WS-RESULT-OVER-RECORD BY
011500                       WS-RESULT-OVER-RECORD-I
011600                   WS-RESULT-OVER-FIELD BY
011700                       WS-RESULT-OVER-FIELD-I
011800                   WS-RESULT-OVER-BY BY WS-RESULT-OVER-BY-I.
011900
012000 LINKAGE SECTION.
012100 01  LS-COPYBOOK-PATH                     PIC X(200).
012200 01  LS-OUTPUT-PATH                       PIC X(200).
012300 01  LS-DIALECT                           PIC X(8).
012400
012500 PROCEDURE DIVISION USING LS-COPYBOOK-PATH LS-OUTPUT-PATH
012600                           LS-DIALECT.
012700
012800 MAIN-REPORT.
012900     MOVE FUNCTION UPPER-CASE(LS-DIALECT) TO WS-DIALECT-REQ
013000     MOVE "N" TO WS-BOTH-SW
013100     EVALUATE TRUE
013200         WHEN WS-DIALECT-REQ(1:4) = "BOTH"
013300             SET WS-BOTH-PROFILES TO TRUE
013400             MOVE "RMC" TO WS-DIALECT-LABEL
013500         WHEN WS-DIALECT-REQ(1:3) = "IBM"
013600             MOVE "IBM" TO WS-DIALECT-LABEL
013700         WHEN OTHER
013800             MOVE "RMC" TO WS-DIALECT-LABEL
013900     END-EVALUATE
014000     IF WS-BOTH-PROFILES
014100         CALL "CPYPARSE" USING LS-COPYBOOK-PATH WS-FLD-TABLE
014200             WS-SIZING-RESULT WS-DIA-RMC
014300     ELSE
014400         CALL "CPYPARSE" USING LS-COPYBOOK-PATH WS-FLD-TABLE
014500             WS-SIZING-RESULT LS-DIALECT
014600     END-IF
014700     IF RESULT-FILE-ERROR
014800         DISPLAY "CPYRPT: UNABLE TO OPEN COPYBOOK "
014900             FUNCTION TRIM(LS-COPYBOOK-PATH)
015000         GOBACK
015100     END-IF
015200     IF WS-BOTH-PROFILES
015300         CALL "CPYPARSE" USING LS-COPYBOOK-PATH WS-FLD-TABLE-I
015400             WS-SIZING-RESULT-I WS-DIA-IBM
015500         IF RESULT-FILE-ERROR-I
015600             DISPLAY "CPYRPT: UNABLE TO OPEN COPYBOOK "
015700                 FUNCTION TRIM(LS-COPYBOOK-PATH)
015800             GOBACK
015900         END-IF
016000     END-IF
016100     PERFORM OPEN-DESTINATION
016200     IF WS-BOTH-PROFILES
016300         PERFORM WRITE-HEADER-BOTH
016400         PERFORM VARYING WS-IDX FROM 1 BY 1
016500                   UNTIL WS-IDX > WS-FLD-COUNT
016600             PERFORM WRITE-FIELD-LINE-BOTH
016700         END-PERFORM
016800         PERFORM WRITE-SUMMARY-BOTH
016900     ELSE
017000         PERFORM WRITE-HEADER
017100         PERFORM VARYING WS-IDX FROM 1 BY 1
017200                   UNTIL WS-IDX > WS-FLD-COUNT
017300             PERFORM WRITE-FIELD-LINE
017400         END-PERFORM
017500         PERFORM WRITE-SUMMARY
017600     END-IF
017700     PERFORM CLOSE-DESTINATION
017800     GOBACK.
017900
018000 OPEN-DESTINATION.
018100     IF LS-OUTPUT-PATH = SPACES OR LS-OUTPUT-PATH = "SYSOUT"
018200         MOVE "Y" TO WS-TO-SCREEN
018300     ELSE
018400         MOVE "N" TO WS-TO-SCREEN
018500         MOVE LS-OUTPUT-PATH TO WS-OUT-PATH
018600         OPEN OUTPUT RPT-OUT-FILE
018700     END-IF.
018800
018900 CLOSE-DESTINATION.
019000     IF WS-TO-SCREEN = "N"
019100         CLOSE RPT-OUT-FILE
019200     END-IF.
019300
019400 EMIT-LINE.
019500     IF WS-TO-SCREEN = "Y"
019600         DISPLAY WS-OUT-LINE
019700     ELSE
019800         MOVE WS-OUT-LINE TO RPT-OUT-REC
019900         WRITE RPT-OUT-REC
020000     END-IF.
020100
020200 WRITE-HEADER.
020300     MOVE SPACES TO WS-OUT-LINE
020400     STRING "COPYBOOK FIELD OFFSET REPORT - "
020500            FUNCTION TRIM(LS-COPYBOOK-PATH)
020600            " (PROFILE " WS-DIALECT-LABEL ")"
020700            DELIMITED BY SIZE INTO WS-OUT-LINE
020800     PERFORM EMIT-LINE
020900     MOVE "LV NAME                               OFFSET LENGTH"
021000         TO WS-OUT-LINE
021100     PERFORM EMIT-LINE
021200     MOVE "                                                   "
021300         TO WS-OUT-LINE
021400     STRING "   PICTURE                           NOTE"
021500         DELIMITED BY SIZE INTO WS-OUT-LINE
021600     PERFORM EMIT-LINE
021700     MOVE ALL "-" TO WS-OUT-LINE
021800     PERFORM EMIT-LINE.
021900
022000 WRITE-FIELD-LINE.
022100     MOVE FLD-LEVEL(WS-IDX) TO WS-LEVEL-DISP
022200     MOVE FLD-OFFSET(WS-IDX) TO WS-OFFSET-DISP
022300     MOVE FLD-LEN-MAX(WS-IDX) TO WS-LENGTH-DISP
022400     MOVE SPACES TO WS-NOTE
022500     IF FLD-REDEFINES(WS-IDX) NOT = SPACES
022600         STRING "REDEFINES " FUNCTION TRIM(FLD-REDEFINES(WS-IDX))
022700             DELIMITED BY SIZE INTO WS-NOTE
022800             ON OVERFLOW
022900                 DISPLAY "CPYRPT: NOTE TRUNCATED FOR "
023000                     FUNCTION TRIM(FLD-NAME(WS-IDX))
023100         END-STRING
023200     END-IF
023300     IF FLD-OCCURS-MAX(WS-IDX) > 0
023400         IF FLD-DEPENDING-ON(WS-IDX) NOT = SPACES
023500             STRING FUNCTION TRIM(WS-NOTE) " OCCURS 0 TO "
023600                 FLD-OCCURS-MAX(WS-IDX) " DEPENDING ON "
023700                 FUNCTION TRIM(FLD-DEPENDING-ON(WS-IDX))
023800                 " MIN=" FLD-LEN-MIN(WS-IDX)
023900                 " MAX=" FLD-LEN-MAX(WS-IDX)
024000                 DELIMITED BY SIZE INTO WS-NOTE
024100                 ON OVERFLOW
024200                     DISPLAY "CPYRPT: NOTE TRUNCATED FOR "
024300                         FUNCTION TRIM(FLD-NAME(WS-IDX))
024400             END-STRING
024500         ELSE
024600             STRING FUNCTION TRIM(WS-NOTE) " OCCURS "
024700                 FLD-OCCURS-MAX(WS-IDX)
024800                 DELIMITED BY SIZE INTO WS-NOTE
024900                 ON OVERFLOW
025000                     DISPLAY "CPYRPT: NOTE TRUNCATED FOR "
025100                         FUNCTION TRIM(FLD-NAME(WS-IDX))
025200             END-STRING
025300         END-IF
025400     END-IF
025500     MOVE SPACES TO WS-OUT-LINE
025600     STRING WS-LEVEL-DISP " " FLD-NAME(WS-IDX)
025700            " " WS-OFFSET-DISP " " WS-LENGTH-DISP "   "
025800            FLD-PIC-STRING(WS-IDX) " " FUNCTION TRIM(WS-NOTE)
025900            DELIMITED BY SIZE INTO WS-OUT-LINE
026000            ON OVERFLOW
026100                DISPLAY "CPYRPT: LINE TRUNCATED FOR "
026200                    FUNCTION TRIM(FLD-NAME(WS-IDX))
026300     END-STRING
026400     PERFORM EMIT-LINE.
026500
026600 WRITE-SUMMARY.
026700     MOVE ALL "-" TO WS-OUT-LINE
026800     PERFORM EMIT-LINE
026900     MOVE SPACES TO WS-OUT-LINE
027000     STRING "RECORDS=" WS-RESULT-RECORD-COUNT
027100            " TOTAL-MAX=" WS-RESULT-TOTAL-MAX
027200            " TOTAL-MIN=" WS-RESULT-TOTAL-MIN
027300            DELIMITED BY SIZE INTO WS-OUT-LINE
027400     PERFORM EMIT-LINE
027500     MOVE SPACES TO WS-OUT-LINE
027600     STRING "LARGEST FIELD=" FUNCTION TRIM(WS-RESULT-LARGEST-NAME)
027700            " (" WS-RESULT-LARGEST-LEN " BYTES)"
027800            " OCCURS-TABLES=" WS-RESULT-OCCURS-COUNT
027900            DELIMITED BY SIZE INTO WS-OUT-LINE
028000     PERFORM EMIT-LINE
028100     IF RESULT-IS-OVER-LIMIT
028200         MOVE SPACES TO WS-OUT-LINE
028300         STRING "*** RECORD " FUNCTION TRIM(WS-RESULT-OVER-RECORD)
028400                " EXCEEDS THE " WS-DIALECT-LABEL
028500                " MAXIMUM RECORD SIZE - "
028600                FUNCTION TRIM(WS-RESULT-OVER-FIELD)
028700                " PUSHES IT OVER BY " WS-RESULT-OVER-BY
028800                " BYTES ***"
028900                DELIMITED BY SIZE INTO WS-OUT-LINE
029000         PERFORM EMIT-LINE
029100     END-IF.
029200
029300* SIDE-BY-SIDE LISTING FOR BOTH PROFILES. THE SAME COPYBOOK IS
029400* SIZED ONCE PER PROFILE, SO THE TWO TABLES HOLD THE SAME FIELDS
029500* IN THE SAME ORDER AND CAN BE WALKED IN LOCKSTEP.
029600 WRITE-HEADER-BOTH.
029700     MOVE SPACES TO WS-OUT-LINE
029800     STRING "COPYBOOK FIELD OFFSET REPORT - "
029900            FUNCTION TRIM(LS-COPYBOOK-PATH)
030000            " (PROFILES RMC AND IBM)"
030100            DELIMITED BY SIZE INTO WS-OUT-LINE
030200     PERFORM EMIT-LINE
030300     MOVE SPACES TO WS-OUT-LINE
030400     STRING "LV NAME                                "
030500            "OFF-RM OFF-IBM  LEN-RM LEN-IBM"
030600            DELIMITED BY SIZE INTO WS-OUT-LINE
030700     PERFORM EMIT-LINE
030800     MOVE ALL "-" TO WS-OUT-LINE
030900     PERFORM EMIT-LINE.
031000
031100 WRITE-FIELD-LINE-BOTH.
031200     MOVE FLD-LEVEL(WS-IDX) TO WS-LEVEL-DISP
031300     MOVE FLD-OFFSET(WS-IDX) TO WS-OFFSET-DISP
031400     MOVE FLD-OFFSET-I(WS-IDX) TO WS-OFFSET-I-DISP
031500     MOVE FLD-LEN-MAX(WS-IDX) TO WS-LENGTH-DISP
031600     MOVE FLD-LEN-MAX-I(WS-IDX) TO WS-LENGTH-I-DISP
031700     MOVE SPACES TO WS-NOTE
031800     IF FLD-SYNC(WS-IDX) = "Y"
031900         MOVE "SYNC" TO WS-NOTE
032000     END-IF
032100     MOVE SPACES TO WS-OUT-LINE
032200     STRING WS-LEVEL-DISP " " FLD-NAME(WS-IDX)
032300            " " WS-OFFSET-DISP "  " WS-OFFSET-I-DISP
032400            "  " WS-LENGTH-DISP "  " WS-LENGTH-I-DISP
032500            " " FUNCTION TRIM(WS-NOTE)
032600            DELIMITED BY SIZE INTO WS-OUT-LINE
032700            ON OVERFLOW
032800                DISPLAY "CPYRPT: LINE TRUNCATED FOR "
032900                    FUNCTION TRIM(FLD-NAME(WS-IDX))
033000     END-STRING
033100     PERFORM EMIT-LINE.
033200
033300 WRITE-SUMMARY-BOTH.
033400     MOVE ALL "-" TO WS-OUT-LINE
033500     PERFORM EMIT-LINE
033600     MOVE SPACES TO WS-OUT-LINE
033700     STRING "RMC: RECORDS=" WS-RESULT-RECORD-COUNT
033800            " TOTAL-MAX=" WS-RESULT-TOTAL-MAX
033900            " TOTAL-MIN=" WS-RESULT-TOTAL-MIN
034000            DELIMITED BY SIZE INTO WS-OUT-LINE
034100     PERFORM EMIT-LINE
034200     MOVE SPACES TO WS-OUT-LINE
034300     STRING "IBM: RECORDS=" WS-RESULT-RECORD-COUNT-I
034400            " TOTAL-MAX=" WS-RESULT-TOTAL-MAX-I
034500            " TOTAL-MIN=" WS-RESULT-TOTAL-MIN-I
034600            DELIMITED BY SIZE INTO WS-OUT-LINE
034700     PERFORM EMIT-LINE
034800     IF RESULT-IS-OVER-LIMIT-I
034900         MOVE SPACES TO WS-OUT-LINE
035000         STRING "*** RECORD "
035100                FUNCTION TRIM(WS-RESULT-OVER-RECORD-I)
035200                " EXCEEDS THE IBM MAXIMUM RECORD SIZE ***"
035300                DELIMITED BY SIZE INTO WS-OUT-LINE
035400         PERFORM EMIT-LINE
035500     END-IF.
