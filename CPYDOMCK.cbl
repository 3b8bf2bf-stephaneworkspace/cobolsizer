000100******************************************************************
000200*    CPYDOMCK
000300*
000400*    CHECKS ONE STORED FIELD VALUE AGAINST THE FIELD'S 88-LEVEL
000500*    CONDITION NAMES - THE DOMAIN LIST CPYPARSE KEEPS IN
000600*    FLDTAB.cpy. CALLED BY CPYVERIF (OUT-OF-DOMAIN EXCEPTIONS)
000700*    AND CPYPROF (OUT-OF-DOMAIN COUNTS AND UNDECLARED VALUES) SO
000800*    BOTH JUDGE A VALUE THE SAME WAY.
000900*
001000*    A NUMERIC FIELD (DISPLAY NUMERIC PICTURE, COMP-3 OR BINARY)
001100*    IS DECODED AND COMPARED AS A NUMBER, SCALED BY THE
001200*    PICTURE'S DECIMAL PLACES, SO VALUE 1.50 MATCHES A PIC
001300*    9V99 HOLDING 150 AND VALUE 10 MATCHES 0010 OR X"010C"
001400*    ALIKE. A SIGNED DISPLAY VALUE MAY CARRY A TRAILING
001500*    OVERPUNCH OR +/-, AS CPYVERIF ACCEPTS. ZERO/ZEROS ON A
001600*    NUMERIC FIELD IS THE NUMBER 0.
001700*
001800*    ANY OTHER FIELD IS COMPARED AS TEXT OVER ITS FULL LENGTH,
001900*    THE LITERAL PADDED WITH SPACES AS A MOVE WOULD PAD IT, A
002000*    FIGURATIVE CONSTANT OR ONE-CHARACTER ALL LITERAL FILLING
002100*    THE WHOLE FIELD. THRU RANGES ARE INCLUSIVE AT BOTH ENDS,
002200*    TEXT RANGES IN ASCII ORDER. AN EBCDIC FILE'S DISPLAY BYTES
002300*    ARE TRANSLATED THROUGH EBCTAB FIRST, SO THE COPYBOOK'S
002400*    LITERALS READ THE SAME ON BOTH SIDES. TEXT FIELDS LONGER
002500*    THAN 256 BYTES AND COMP-1/COMP-2 FIELDS ARE NOT CHECKED.
002600*
002700*    THE OUTCOME AND THE VALUE AS DISPLAYED ARE RETURNED IN THE
002800*    SHARED DOMRES AREA.
002900*
003000*    MODIFICATION HISTORY
003100*    2026-10-15  INITIAL VERSION.
003200*    2026-10-15  A PACKED OR BINARY VALUE TOO LARGE FOR 18 DIGITS
003300*                IS LEFT UNCHECKED INSTEAD OF TRUNCATED.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. CPYDOMCK.
003700 DATE-WRITTEN. 26/10/15.
003800 AUTHOR SYSTEMS.
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. RM-COBOL.
004200 OBJECT-COMPUTER. RM-COBOL.
004300 DATA DIVISION.
004400 WORKING-STORAGE SECTION.
004500 01  WS-IDX                               PIC 9(4).
004600 01  WS-DOM-IDX                           PIC 9(4).
004700 01  WS-DOM-LAST                          PIC 9(4).
004800 01  WS-LEN                               PIC 9(6).
004900 01  WS-END                               PIC 9(6).
005000 01  WS-BYTE-IDX                          PIC 9(6).
005100 01  WS-BYTE                              PIC X.
005200 01  WS-BYTE-VAL                          PIC 9(4).
005300 01  WS-NIB-HI                            PIC 9(2).
005400 01  WS-NIB-LO                            PIC 9(2).
005500 01  WS-NUMERIC-SW                        PIC X.
005600     88 WS-NUMERIC                        VALUE "Y".
005700 01  WS-SIGNED-SW                         PIC X.
005800     88 WS-SIGNED                         VALUE "Y".
005900 01  WS-DECODED-SW                        PIC X.
006000     88 WS-DECODED                        VALUE "Y".
006100 01  WS-MATCH-SW                          PIC X.
006200     88 WS-MATCH                          VALUE "Y".
006300 01  WS-NEG-SW                            PIC X.
006400     88 WS-NEG                            VALUE "Y".
006500 01  WS-ACC                               PIC 9(18).
006600 01  WS-NUM-VALUE                         PIC S9(18).
006700 01  WS-LOW-NUM                           PIC S9(18)V9(9).
006800 01  WS-HIGH-NUM                          PIC S9(18)V9(9).
006900 01  WS-SCALE                             PIC 9(2).
007000 01  WS-POWER                             PIC 9(18).
007100 01  WS-INT-PART                          PIC 9(18).
007200 01  WS-FRAC-PART                         PIC 9(18).
007300 01  WS-INT-DISP                          PIC Z(17)9.
007400 01  WS-SIGN-TEXT                         PIC X.
007500 01  WS-TEXT                              PIC X(256).
007600 01  WS-LOW-TEXT                          PIC X(256).
007700 01  WS-HIGH-TEXT                         PIC X(256).
007800 01  WS-KIND                              PIC X.
007900 01  WS-LIT                               PIC X(35).
008000 01  WS-BUILD-TEXT                        PIC X(256).
008100 01  WS-BUILD-NUM                         PIC S9(18)V9(9).
008200 01  WS-PIC-IDX                           PIC 9(4).
008300 01  WS-PIC-LEN                           PIC 9(4).
008400 01  WS-PIC-CHAR                          PIC X.
008500 01  WS-PIC-LAST                          PIC X.
008600 01  WS-PIC-AFTER-V                       PIC X.
008700 01  WS-REPEAT-TEXT                       PIC X(6).
008800 01  WS-REPEAT-LEN                        PIC 9(2).
008900 01  WS-REPEAT-NUM                        PIC 9(6).
009000 01  WS-ZONE-CHAR                         PIC X.
009100 01  WS-ZONE-POS                          PIC 9(2).
009200 01  WS-ZONE-SCAN                         PIC 9(2).
009300 01  WS-ZONE-LEAD                         PIC 9(18).
009400 01  WS-OVERPUNCH-SET                     PIC X(22)
009500     VALUE "{ABCDEFGHI}JKLMNOPQR+-".
009600
009700     COPY "EBCTAB.cpy".
009800
009900 LINKAGE SECTION.
010000 01  LS-RECORD                            PIC X(9999).
010100     COPY "FLDTAB.cpy".
010200     COPY "DOMRES.cpy".
010300
010400 PROCEDURE DIVISION USING WS-FLD-TABLE LS-RECORD
010500                           WS-DOMCK-AREA.
010600
010700 MAIN-DOMCK.
010800     MOVE "-" TO WS-DOMCK-STATUS
010900     MOVE SPACES TO WS-DOMCK-VALUE
011000     MOVE WS-DOMCK-FLD TO WS-IDX
011100     IF WS-IDX < 1 OR WS-IDX > WS-FLD-COUNT
011200         GOBACK
011300     END-IF
011400     IF FLD-DOM-COUNT(WS-IDX) = 0
011500       OR FLD-IS-GROUP(WS-IDX) = "Y"
011600       OR FLD-ELEM-LEN(WS-IDX) = 0
011700       OR FLD-USAGE(WS-IDX) = "COMP-1"
011800       OR FLD-USAGE(WS-IDX) = "COMP-2"
011900         GOBACK
012000     END-IF
012100     MOVE FLD-ELEM-LEN(WS-IDX) TO WS-LEN
012200     COMPUTE WS-END = WS-DOMCK-OFF + WS-LEN - 1
012300     PERFORM LOAD-FIELD-TEXT
012400     PERFORM ANALYZE-FIELD-PICTURE
012500     MOVE "N" TO WS-DECODED-SW
012600     IF WS-NUMERIC
012700         EVALUATE FLD-USAGE(WS-IDX)
012800             WHEN "COMP-3"
012900                 PERFORM DECODE-PACKED-VALUE
013000             WHEN "BINARY"
013100                 PERFORM DECODE-BINARY-VALUE
013200             WHEN OTHER
013300                 PERFORM DECODE-DISPLAY-VALUE
013400         END-EVALUATE
013500         IF NOT WS-DECODED
013600             GOBACK
013700         END-IF
013800         PERFORM FORMAT-NUMERIC-VALUE
013900     ELSE
014000         IF WS-LEN > 256
014100             GOBACK
014200         END-IF
014300         MOVE WS-TEXT TO WS-DOMCK-VALUE
014400     END-IF
014500     MOVE "N" TO WS-MATCH-SW
014600     COMPUTE WS-DOM-LAST = FLD-DOM-FIRST(WS-IDX)
014700         + FLD-DOM-COUNT(WS-IDX) - 1
014800     PERFORM VARYING WS-DOM-IDX FROM FLD-DOM-FIRST(WS-IDX) BY 1
014900               UNTIL WS-DOM-IDX > WS-DOM-LAST OR WS-MATCH
015000         PERFORM TEST-ONE-DOMAIN-ENTRY
015100     END-PERFORM
015200     IF WS-MATCH
015300         MOVE "Y" TO WS-DOMCK-STATUS
015400     ELSE
015500         MOVE "N" TO WS-DOMCK-STATUS
015600     END-IF
015700     GOBACK.
015800
015900* THE FIELD'S BYTES AS TEXT - DISPLAY BYTES OF AN EBCDIC FILE
016000* TRANSLATED TO ASCII, PACKED AND BINARY BYTES LEFT ALONE (THEY
016100* ARE DECODED, NOT READ AS TEXT).
016200 LOAD-FIELD-TEXT.
016300     MOVE SPACES TO WS-TEXT
016400     IF WS-LEN <= 256
016500         MOVE LS-RECORD(WS-DOMCK-OFF:WS-LEN) TO WS-TEXT
016600         IF WS-DOMCK-ENC = "EBCDIC"
016700           AND FLD-USAGE(WS-IDX) = "DISPLAY"
016800             PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
016900                       UNTIL WS-BYTE-IDX > WS-LEN
017000                 MOVE WS-TEXT(WS-BYTE-IDX:1) TO WS-BYTE
017100                 COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE)
017200                 MOVE WS-E2A-BYTE(WS-BYTE-VAL)
017300                      TO WS-TEXT(WS-BYTE-IDX:1)
017400             END-PERFORM
017500         END-IF
017600     END-IF.
017700
017800* NUMERIC WHEN PACKED OR BINARY, OR WHEN A DISPLAY PICTURE IS
017900* BUILT ONLY FROM 9 S V P AND REPEAT COUNTS - THE SAME RULE THE
018000* OTHER DATA TOOLS APPLY. ALSO COUNTS THE DIGIT POSITIONS AFTER
018100* THE V, THE SCALE NUMERIC LITERALS ARE MULTIPLIED BY.
018200 ANALYZE-FIELD-PICTURE.
018300     MOVE "N" TO WS-SIGNED-SW
018400     MOVE "N" TO WS-PIC-AFTER-V
018500     MOVE SPACE TO WS-PIC-LAST
018600     MOVE ZERO TO WS-SCALE
018700     MOVE "Y" TO WS-NUMERIC-SW
018800     IF FLD-PIC-STRING(WS-IDX) = SPACES
018900         MOVE "N" TO WS-NUMERIC-SW
019000     END-IF
019100     COMPUTE WS-PIC-LEN = FUNCTION LENGTH(
019200         FUNCTION TRIM(FLD-PIC-STRING(WS-IDX)))
019300     MOVE 1 TO WS-PIC-IDX
019400     PERFORM UNTIL WS-PIC-IDX > WS-PIC-LEN
019500         MOVE FLD-PIC-STRING(WS-IDX)(WS-PIC-IDX:1) TO WS-PIC-CHAR
019600         EVALUATE WS-PIC-CHAR
019700             WHEN "S"
019800                 MOVE "Y" TO WS-SIGNED-SW
019900             WHEN "V"
020000                 MOVE "Y" TO WS-PIC-AFTER-V
020100             WHEN "9"
020200                 IF WS-PIC-AFTER-V = "Y"
020300                     ADD 1 TO WS-SCALE
020400                 END-IF
020500             WHEN "P"
020600                 CONTINUE
020700             WHEN "("
020800                 PERFORM READ-PICTURE-REPEAT
020900             WHEN OTHER
021000                 IF FLD-USAGE(WS-IDX) = "DISPLAY"
021100                     MOVE "N" TO WS-NUMERIC-SW
021200                 END-IF
021300         END-EVALUATE
021400         IF WS-PIC-CHAR NOT = "("
021500             MOVE WS-PIC-CHAR TO WS-PIC-LAST
021600         END-IF
021700         ADD 1 TO WS-PIC-IDX
021800     END-PERFORM.
021900
022000* A REPEAT COUNT n AFTER A 9 TO THE RIGHT OF THE V ADDS n - 1
022100* MORE DECIMAL PLACES (THE 9 ITSELF WAS COUNTED ALREADY).
022200 READ-PICTURE-REPEAT.
022300     MOVE SPACES TO WS-REPEAT-TEXT
022400     MOVE ZERO TO WS-REPEAT-LEN
022500     ADD 1 TO WS-PIC-IDX
022600     PERFORM UNTIL WS-PIC-IDX > WS-PIC-LEN
022700                OR FLD-PIC-STRING(WS-IDX)(WS-PIC-IDX:1) = ")"
022800         IF WS-REPEAT-LEN < 6
022900             ADD 1 TO WS-REPEAT-LEN
023000             MOVE FLD-PIC-STRING(WS-IDX)(WS-PIC-IDX:1)
023100                  TO WS-REPEAT-TEXT(WS-REPEAT-LEN:1)
023200         END-IF
023300         ADD 1 TO WS-PIC-IDX
023400     END-PERFORM
023500     IF WS-REPEAT-LEN > 0
023600       AND WS-REPEAT-TEXT(1:WS-REPEAT-LEN) IS NUMERIC
023700         COMPUTE WS-REPEAT-NUM =
023800             FUNCTION NUMVAL(WS-REPEAT-TEXT(1:WS-REPEAT-LEN))
023900         IF WS-PIC-LAST = "9" AND WS-PIC-AFTER-V = "Y"
024000           AND WS-REPEAT-NUM > 0
024100             COMPUTE WS-SCALE = WS-SCALE + WS-REPEAT-NUM - 1
024200         END-IF
024300     END-IF.
024400
024500* DIGITS ONLY, OR ON A SIGNED PICTURE A TRAILING OVERPUNCH
024600* ({A-I POSITIVE, }J-R NEGATIVE) OR A TRAILING + OR -.
024700 DECODE-DISPLAY-VALUE.
024800     IF WS-LEN > 18
024900         CONTINUE
025000     ELSE
025100         IF WS-TEXT(1:WS-LEN) IS NUMERIC
025200             COMPUTE WS-NUM-VALUE =
025300                 FUNCTION NUMVAL(WS-TEXT(1:WS-LEN))
025400             SET WS-DECODED TO TRUE
025500         ELSE
025600             IF WS-SIGNED
025700                 PERFORM DECODE-ZONED-SIGNED
025800             END-IF
025900         END-IF
026000     END-IF.
026100
026200 DECODE-ZONED-SIGNED.
026300     MOVE WS-TEXT(WS-LEN:1) TO WS-ZONE-CHAR
026400     MOVE 0 TO WS-ZONE-POS
026500     PERFORM VARYING WS-ZONE-SCAN FROM 1 BY 1
026600               UNTIL WS-ZONE-SCAN > 22 OR WS-ZONE-POS > 0
026700         IF WS-OVERPUNCH-SET(WS-ZONE-SCAN:1) = WS-ZONE-CHAR
026800             MOVE WS-ZONE-SCAN TO WS-ZONE-POS
026900         END-IF
027000     END-PERFORM
027100     IF WS-ZONE-POS = 0
027200       OR (WS-LEN > 1
027300         AND WS-TEXT(1:WS-LEN - 1) IS NOT NUMERIC)
027400       OR (WS-LEN = 1 AND WS-ZONE-POS > 20)
027500         CONTINUE
027600     ELSE
027700         MOVE ZERO TO WS-ZONE-LEAD
027800         IF WS-LEN > 1
027900             COMPUTE WS-ZONE-LEAD =
028000                 FUNCTION NUMVAL(WS-TEXT(1:WS-LEN - 1))
028100         END-IF
028200         EVALUATE TRUE
028300             WHEN WS-ZONE-POS <= 10
028400                 COMPUTE WS-NUM-VALUE =
028500                     WS-ZONE-LEAD * 10 + WS-ZONE-POS - 1
028600             WHEN WS-ZONE-POS <= 20
028700                 COMPUTE WS-NUM-VALUE = 0 -
028800                     (WS-ZONE-LEAD * 10 + WS-ZONE-POS - 11)
028900             WHEN WS-ZONE-POS = 21
029000                 MOVE WS-ZONE-LEAD TO WS-NUM-VALUE
029100             WHEN OTHER
029200                 COMPUTE WS-NUM-VALUE = 0 - WS-ZONE-LEAD
029300         END-EVALUATE
029400         SET WS-DECODED TO TRUE
029500     END-IF.
029600
029700* A PACKED OR BINARY VALUE TOO LARGE FOR 18 DIGITS (A 10-BYTE
029800* COMP-3 OR 8-BYTE BINARY CAN HOLD ONE) IS LEFT UNDECODED RATHER
029900* THAN TRUNCATED, AND SO IS NOT CHECKED.
030000 DECODE-PACKED-VALUE.
030100     MOVE ZERO TO WS-ACC
030200     MOVE "N" TO WS-NEG-SW
030300     SET WS-DECODED TO TRUE
030400     PERFORM VARYING WS-BYTE-IDX FROM WS-DOMCK-OFF BY 1
030500               UNTIL WS-BYTE-IDX > WS-END OR NOT WS-DECODED
030600         MOVE LS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
030700         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
030800         DIVIDE WS-BYTE-VAL BY 16 GIVING WS-NIB-HI
030900             REMAINDER WS-NIB-LO
031000         IF WS-NIB-HI > 9
031100             MOVE "N" TO WS-DECODED-SW
031200         ELSE
031300             COMPUTE WS-ACC = WS-ACC * 10 + WS-NIB-HI
031400                 ON SIZE ERROR
031500                     MOVE "N" TO WS-DECODED-SW
031600             END-COMPUTE
031700             IF WS-BYTE-IDX = WS-END
031800                 EVALUATE WS-NIB-LO
031900                     WHEN 13
032000                         SET WS-NEG TO TRUE
032100                     WHEN 12
032200                     WHEN 15
032300                         CONTINUE
032400                     WHEN OTHER
032500                         MOVE "N" TO WS-DECODED-SW
032600                 END-EVALUATE
032700             ELSE
032800                 IF WS-NIB-LO > 9
032900                     MOVE "N" TO WS-DECODED-SW
033000                 ELSE
033100                     COMPUTE WS-ACC = WS-ACC * 10 + WS-NIB-LO
033200                         ON SIZE ERROR
033300                             MOVE "N" TO WS-DECODED-SW
033400                     END-COMPUTE
033500                 END-IF
033600             END-IF
033700         END-IF
033800     END-PERFORM
033900     IF WS-NEG
034000         COMPUTE WS-NUM-VALUE = 0 - WS-ACC
034100     ELSE
034200         MOVE WS-ACC TO WS-NUM-VALUE
034300     END-IF.
034400
034500* SIGNED BINARY WITH THE HIGH BIT SET IS TWO'S COMPLEMENT - THE
034600* SAME DECODE THE BROWSER SHOWS.
034700 DECODE-BINARY-VALUE.
034800     IF WS-LEN > 8
034900         CONTINUE
035000     ELSE
035100         MOVE "N" TO WS-NEG-SW
035200         MOVE LS-RECORD(WS-DOMCK-OFF:1) TO WS-BYTE
035300         IF WS-SIGNED AND FUNCTION ORD(WS-BYTE) > 128
035400             SET WS-NEG TO TRUE
035500         END-IF
035600         MOVE ZERO TO WS-ACC
035700         SET WS-DECODED TO TRUE
035800         PERFORM VARYING WS-BYTE-IDX FROM WS-DOMCK-OFF BY 1
035900                   UNTIL WS-BYTE-IDX > WS-END OR NOT WS-DECODED
036000             MOVE LS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
036100             COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
036200             IF WS-NEG
036300                 COMPUTE WS-BYTE-VAL = 255 - WS-BYTE-VAL
036400             END-IF
036500             COMPUTE WS-ACC = WS-ACC * 256 + WS-BYTE-VAL
036600                 ON SIZE ERROR
036700                     MOVE "N" TO WS-DECODED-SW
036800             END-COMPUTE
036900         END-PERFORM
037000         IF WS-NEG
037100             COMPUTE WS-NUM-VALUE = 0 - (WS-ACC + 1)
037200                 ON SIZE ERROR
037300                     MOVE "N" TO WS-DECODED-SW
037400             END-COMPUTE
037500         ELSE
037600             MOVE WS-ACC TO WS-NUM-VALUE
037700         END-IF
037800     END-IF.
037900
038000* THE DECODED NUMBER WITH ITS DECIMAL POINT PUT BACK, FOR THE
038100* REPORTS - "-1.50", NOT THE UNSCALED -150.
038200 FORMAT-NUMERIC-VALUE.
038300     MOVE SPACE TO WS-SIGN-TEXT
038400     IF WS-NUM-VALUE < 0
038500         MOVE "-" TO WS-SIGN-TEXT
038600         COMPUTE WS-ACC = 0 - WS-NUM-VALUE
038700     ELSE
038800         MOVE WS-NUM-VALUE TO WS-ACC
038900     END-IF
039000     COMPUTE WS-POWER = 10 ** WS-SCALE
039100     DIVIDE WS-ACC BY WS-POWER GIVING WS-INT-PART
039200         REMAINDER WS-FRAC-PART
039300     MOVE WS-INT-PART TO WS-INT-DISP
039400     IF WS-SCALE = 0
039500         STRING WS-SIGN-TEXT DELIMITED BY SPACE
039600                FUNCTION TRIM(WS-INT-DISP) DELIMITED BY SIZE
039700                INTO WS-DOMCK-VALUE
039800     ELSE
039900         STRING WS-SIGN-TEXT DELIMITED BY SPACE
040000                FUNCTION TRIM(WS-INT-DISP) DELIMITED BY SIZE
040100                "." DELIMITED BY SIZE
040200                WS-FRAC-PART(19 - WS-SCALE:WS-SCALE)
040300                    DELIMITED BY SIZE
040400                INTO WS-DOMCK-VALUE
040500     END-IF.
040600
040700* ONE VALUE OR THRU RANGE OF THE FIELD'S CONDITION NAMES.
040800 TEST-ONE-DOMAIN-ENTRY.
040900     MOVE DOM-LOW-KIND(WS-DOM-IDX) TO WS-KIND
041000     MOVE DOM-LOW(WS-DOM-IDX) TO WS-LIT
041100     IF WS-NUMERIC AND (WS-KIND = "N"
041200       OR (WS-KIND = "F" AND WS-LIT(1:1) = "0"))
041300         PERFORM BUILD-NUMERIC-BOUND
041400         MOVE WS-BUILD-NUM TO WS-LOW-NUM
041500         MOVE WS-LOW-NUM TO WS-HIGH-NUM
041600         IF DOM-HIGH-KIND(WS-DOM-IDX) NOT = SPACE
041700             MOVE DOM-HIGH-KIND(WS-DOM-IDX) TO WS-KIND
041800             MOVE DOM-HIGH(WS-DOM-IDX) TO WS-LIT
041900             PERFORM BUILD-NUMERIC-BOUND
042000             MOVE WS-BUILD-NUM TO WS-HIGH-NUM
042100         END-IF
042200         IF WS-NUM-VALUE >= WS-LOW-NUM
042300           AND WS-NUM-VALUE <= WS-HIGH-NUM
042400             SET WS-MATCH TO TRUE
042500         END-IF
042600     ELSE
042700         IF WS-LEN <= 256
042800             PERFORM BUILD-TEXT-BOUND
042900             MOVE WS-BUILD-TEXT TO WS-LOW-TEXT
043000             MOVE WS-LOW-TEXT TO WS-HIGH-TEXT
043100             IF DOM-HIGH-KIND(WS-DOM-IDX) NOT = SPACE
043200                 MOVE DOM-HIGH-KIND(WS-DOM-IDX) TO WS-KIND
043300                 MOVE DOM-HIGH(WS-DOM-IDX) TO WS-LIT
043400                 PERFORM BUILD-TEXT-BOUND
043500                 MOVE WS-BUILD-TEXT TO WS-HIGH-TEXT
043600             END-IF
043700             IF WS-TEXT(1:WS-LEN) >= WS-LOW-TEXT(1:WS-LEN)
043800               AND WS-TEXT(1:WS-LEN) <= WS-HIGH-TEXT(1:WS-LEN)
043900                 SET WS-MATCH TO TRUE
044000             END-IF
044100         END-IF
044200     END-IF.
044300
044400* A NUMERIC BOUND IN THE FIELD'S UNSCALED UNITS. A FIGURATIVE
044500* ZERO, OR A BOUND THAT IS NOT A NUMBER AT ALL, COUNTS AS 0.
044600 BUILD-NUMERIC-BOUND.
044700     IF WS-KIND = "N"
044800         COMPUTE WS-BUILD-NUM = FUNCTION NUMVAL(WS-LIT)
044900             * (10 ** WS-SCALE)
045000     ELSE
045100         MOVE ZERO TO WS-BUILD-NUM
045200     END-IF.
045300
045400* A TEXT BOUND AS LONG AS THE FIELD: A LITERAL PADDED WITH
045500* SPACES, A FIGURATIVE FILLING EVERY POSITION.
045600 BUILD-TEXT-BOUND.
045700     IF WS-KIND = "F"
045800         MOVE SPACES TO WS-BUILD-TEXT
045900         INSPECT WS-BUILD-TEXT REPLACING ALL SPACE BY WS-LIT(1:1)
046000     ELSE
046100         MOVE SPACES TO WS-BUILD-TEXT
046200         IF WS-KIND = "N"
046300             MOVE FUNCTION TRIM(WS-LIT) TO WS-BUILD-TEXT
046400         ELSE
046500             MOVE WS-LIT TO WS-BUILD-TEXT
046600         END-IF
046700     END-IF.
