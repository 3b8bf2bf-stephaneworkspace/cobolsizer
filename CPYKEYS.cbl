000100******************************************************************
000200*    CPYKEYS
000300*
000400*    READS THE KEY DEFINITION CPYLOAD RECORDED FOR AN INDEXED
000500*    MASTER - THE LINE SEQUENTIAL FILE <MASTER>.KEY BESIDE IT -
000600*    INTO THE SHARED KEYRES AREA, SO EVERY DATA TOOL OPENS THE
000700*    MASTER WITH THE KEYS IT WAS BUILT WITH INSTEAD OF THE FIXED
000800*    64-BYTE LEADING KEY. THE DEFINITION IS ONE CARD PER LINE,
000900*    "#" LINES BEING COMMENTS:
001000*      COPYBOOK=PATH            THE COPYBOOK THE KEYS CAME FROM
001100*      LOADED=YYYYMMDDHHMMSS    WHEN CPYLOAD BUILT THE MASTER
001200*      RECORD=MIN MAX           RECORD LENGTHS (4 DIGITS EACH)
001300*      PRIMARY=NAME OFFSET LENGTH
001400*      ALTERNATE=NAME OFFSET LENGTH DUP|NODUP   (UP TO 7)
001500*    OFFSETS ARE 6 DIGITS COUNTING FROM 1, LENGTHS 4 DIGITS,
001600*    EXACTLY AS CPYLOAD WRITES THEM - A HAND-EDITED DEFINITION
001700*    THAT DOES NOT FOLLOW THAT FORM IS REFUSED AS DAMAGED.
001800*
001900*    FROM THE DEFINITION IT BUILDS THE LAYOUT STRING AND THE
002000*    NAME OF THE ACCESS MODULE THAT LAYOUT NEEDS, THEN CALLS
002100*    THE MODULE ONCE (FUNCTION SG) TO PROVE IT IS THERE AND
002200*    DECLARES THE SAME KEYS. NO DEFINITION AT ALL IS NOT AN
002300*    ERROR - THE MASTER IS SIMPLY AN OLD-STYLE ONE.
002400*
002500*    MODIFICATION HISTORY
002600*    2026-10-15  INITIAL VERSION.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. CPYKEYS.
003000 DATE-WRITTEN. 26/10/15.
003100 AUTHOR SYSTEMS.
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. RM-COBOL.
003500 OBJECT-COMPUTER. RM-COBOL.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT KEY-FILE ASSIGN TO DYNAMIC WS-KEY-PATH
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS IS WS-KEY-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  KEY-FILE.
004400 01  KEY-REC                              PIC X(300).
004500 WORKING-STORAGE SECTION.
004600 01  WS-KEY-PATH                          PIC X(200).
004700 01  WS-KEY-STATUS                        PIC XX.
004800 01  WS-KEY-LINE                          PIC X(300).
004900 01  WS-EOF-SW                            PIC X VALUE "N".
005000     88 WS-EOF                            VALUE "Y".
005100 01  WS-DAMAGED-SW                        PIC X VALUE "N".
005200     88 WS-DAMAGED                        VALUE "Y".
005300 01  WS-KEYWORD                           PIC X(20).
005400 01  WS-CARD-REST                         PIC X(300).
005500 01  WS-EQ-POS                            PIC 9(4).
005600 01  WS-WORD-1                            PIC X(35).
005700 01  WS-WORD-2                            PIC X(35).
005800 01  WS-WORD-3                            PIC X(35).
005900 01  WS-WORD-4                            PIC X(35).
006000 01  WS-KEY-IDX                           PIC 9.
006100 01  WS-KEY-END                           PIC 9(6).
006200 01  WS-LAY-PTR                           PIC 9(4).
006300 01  WS-LAY-IDX                           PIC 9(4).
006400 01  WS-HASH                              PIC 9(9).
006500 01  WS-HASH-DIGITS                       PIC 9(6).
006600
006700     COPY "KEYIO.cpy".
006800
006900 LINKAGE SECTION.
007000     COPY "KEYRES.cpy".
007100
007200 PROCEDURE DIVISION USING WS-KEYDEF-AREA.
007300
007400 MAIN-KEYS.
007500*    A CALLED PROGRAM KEEPS ITS LAST-USED STATE - EVERYTHING IS
007600*    CLEARED BEFORE THE NEXT MASTER'S DEFINITION IS READ.
007700     MOVE "N" TO WS-KEYDEF-STATUS
007800     MOVE SPACES TO WS-KEYDEF-COPYBOOK WS-KEYDEF-LOADED
007900                    WS-KEYDEF-MODULE WS-KEYDEF-LAYOUT
008000                    WS-KEYDEF-MESSAGE
008100     MOVE ZERO TO WS-KEYDEF-MIN-LEN WS-KEYDEF-MAX-LEN
008200                  WS-KEYDEF-COUNT
008300     MOVE "N" TO WS-EOF-SW
008400     MOVE "N" TO WS-DAMAGED-SW
008500     MOVE SPACES TO WS-KEY-PATH
008600     STRING FUNCTION TRIM(WS-KEYDEF-MASTER) ".KEY"
008700         DELIMITED BY SIZE INTO WS-KEY-PATH
008800     OPEN INPUT KEY-FILE
008900     IF WS-KEY-STATUS = "35"
009000         GOBACK
009100     END-IF
009200     IF WS-KEY-STATUS NOT = "00"
009300         MOVE "B" TO WS-KEYDEF-STATUS
009400         STRING "UNABLE TO READ THE KEY DEFINITION (STATUS "
009500                WS-KEY-STATUS ") "
009600                FUNCTION TRIM(WS-KEY-PATH)
009700                DELIMITED BY SIZE INTO WS-KEYDEF-MESSAGE
009800         GOBACK
009900     END-IF
010000     PERFORM UNTIL WS-EOF
010100         READ KEY-FILE INTO WS-KEY-LINE
010200             AT END
010300                 SET WS-EOF TO TRUE
010400             NOT AT END
010500                 PERFORM TAKE-ONE-CARD
010600         END-READ
010700     END-PERFORM
010800     CLOSE KEY-FILE
010900     PERFORM CHECK-DEFINITION
011000     IF WS-DAMAGED
011100         MOVE "B" TO WS-KEYDEF-STATUS
011200         STRING "KEY DEFINITION DAMAGED - LOAD THE MASTER AGAIN "
011300                "WITH CPYLOAD: " FUNCTION TRIM(WS-KEY-PATH)
011400                DELIMITED BY SIZE INTO WS-KEYDEF-MESSAGE
011500         GOBACK
011600     END-IF
011700     PERFORM BUILD-LAYOUT
011800     PERFORM PROBE-MODULE
011900     GOBACK.
012000
012100* EVERYTHING AFTER THE FIRST "=" IS THE CARD'S WORDS.
012200 TAKE-ONE-CARD.
012300     IF WS-KEY-LINE = SPACES OR WS-KEY-LINE(1:1) = "#"
012400         CONTINUE
012500     ELSE
012600         MOVE SPACES TO WS-KEYWORD WS-CARD-REST
012700         UNSTRING WS-KEY-LINE DELIMITED BY "="
012800             INTO WS-KEYWORD
012900         END-UNSTRING
013000         MOVE ZERO TO WS-EQ-POS
013100         INSPECT WS-KEY-LINE TALLYING WS-EQ-POS
013200             FOR CHARACTERS BEFORE INITIAL "="
013300         IF WS-EQ-POS < 299
013400             MOVE WS-KEY-LINE(WS-EQ-POS + 2:) TO WS-CARD-REST
013500             MOVE FUNCTION TRIM(WS-CARD-REST) TO WS-CARD-REST
013600         END-IF
013700         MOVE SPACES TO WS-WORD-1 WS-WORD-2 WS-WORD-3 WS-WORD-4
013800         UNSTRING WS-CARD-REST DELIMITED BY ALL SPACES
013900             INTO WS-WORD-1 WS-WORD-2 WS-WORD-3 WS-WORD-4
014000         END-UNSTRING
014100         EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KEYWORD))
014200             WHEN "COPYBOOK"
014300                 MOVE WS-CARD-REST TO WS-KEYDEF-COPYBOOK
014400             WHEN "LOADED"
014500                 MOVE WS-WORD-1 TO WS-KEYDEF-LOADED
014600             WHEN "RECORD"
014700                 IF WS-WORD-1(1:4) IS NUMERIC
014800                   AND WS-WORD-1(5:) = SPACES
014900                   AND WS-WORD-2(1:4) IS NUMERIC
015000                   AND WS-WORD-2(5:) = SPACES
015100                     MOVE WS-WORD-1(1:4) TO WS-KEYDEF-MIN-LEN
015200                     MOVE WS-WORD-2(1:4) TO WS-KEYDEF-MAX-LEN
015300                 ELSE
015400                     SET WS-DAMAGED TO TRUE
015500                 END-IF
015600             WHEN "PRIMARY"
015700                 IF WS-KEYDEF-COUNT NOT = 0
015800                     SET WS-DAMAGED TO TRUE
015900                 ELSE
016000                     MOVE "NODUP" TO WS-WORD-4
016100                     PERFORM TAKE-KEY-WORDS
016200                 END-IF
016300             WHEN "ALTERNATE"
016400                 IF WS-KEYDEF-COUNT = 0 OR WS-KEYDEF-COUNT = 8
016500                     SET WS-DAMAGED TO TRUE
016600                 ELSE
016700                     PERFORM TAKE-KEY-WORDS
016800                 END-IF
016900             WHEN OTHER
017000                 SET WS-DAMAGED TO TRUE
017100         END-EVALUATE
017200     END-IF.
017300
017400* NAME, 6-DIGIT OFFSET, 4-DIGIT LENGTH AND DUP/NODUP BECOME THE
017500* NEXT KEY ENTRY.
017600 TAKE-KEY-WORDS.
017700     IF WS-WORD-1 = SPACES
017800       OR WS-WORD-2(1:6) IS NOT NUMERIC
017900       OR WS-WORD-2(7:) NOT = SPACES
018000       OR WS-WORD-3(1:4) IS NOT NUMERIC
018100       OR WS-WORD-3(5:) NOT = SPACES
018200       OR (WS-WORD-4 NOT = "DUP" AND WS-WORD-4 NOT = "NODUP")
018300         SET WS-DAMAGED TO TRUE
018400     ELSE
018500         ADD 1 TO WS-KEYDEF-COUNT
018600         MOVE WS-WORD-1 TO WS-KEYDEF-NAME(WS-KEYDEF-COUNT)
018700         MOVE WS-WORD-2(1:6) TO WS-KEYDEF-OFFSET(WS-KEYDEF-COUNT)
018800         MOVE WS-WORD-3(1:4) TO WS-KEYDEF-LENGTH(WS-KEYDEF-COUNT)
018900         IF WS-WORD-4 = "DUP"
019000             MOVE "Y" TO WS-KEYDEF-DUPS(WS-KEYDEF-COUNT)
019100         ELSE
019200             MOVE "N" TO WS-KEYDEF-DUPS(WS-KEYDEF-COUNT)
019300         END-IF
019400     END-IF.
019500
019600* A PRIMARY KEY, SENSIBLE RECORD LENGTHS, AND EVERY KEY WITHIN
019700* THE SHORTEST RECORD AND THE SUITE'S 64-BYTE KEY AREA.
019800 CHECK-DEFINITION.
019900     IF WS-KEYDEF-COUNT = 0
020000       OR WS-KEYDEF-MIN-LEN = 0
020100       OR WS-KEYDEF-MIN-LEN > WS-KEYDEF-MAX-LEN
020200         SET WS-DAMAGED TO TRUE
020300     END-IF
020400     PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
020500               UNTIL WS-KEY-IDX > WS-KEYDEF-COUNT
020600         COMPUTE WS-KEY-END = WS-KEYDEF-OFFSET(WS-KEY-IDX)
020700             + WS-KEYDEF-LENGTH(WS-KEY-IDX) - 1
020800         IF WS-KEYDEF-OFFSET(WS-KEY-IDX) = 0
020900           OR WS-KEYDEF-LENGTH(WS-KEY-IDX) = 0
021000           OR WS-KEYDEF-LENGTH(WS-KEY-IDX) > 64
021100           OR WS-KEY-END > WS-KEYDEF-MIN-LEN
021200             SET WS-DAMAGED TO TRUE
021300         END-IF
021400     END-PERFORM.
021500
021600* THE LAYOUT STRING - 11 CHARACTERS PER KEY (OFFSET, LENGTH,
021700* DUPLICATES FLAG), THEN "/" AND THE TWO RECORD LENGTHS - AND
021800* THE MODULE NAME HASHED FROM IT, SO THE SAME LAYOUT ALWAYS
021900* NAMES THE SAME MODULE.
022000 BUILD-LAYOUT.
022100     MOVE SPACES TO WS-KEYDEF-LAYOUT
022200     MOVE 1 TO WS-LAY-PTR
022300     PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
022400               UNTIL WS-KEY-IDX > WS-KEYDEF-COUNT
022500         STRING WS-KEYDEF-OFFSET(WS-KEY-IDX)
022600                WS-KEYDEF-LENGTH(WS-KEY-IDX)
022700                WS-KEYDEF-DUPS(WS-KEY-IDX)
022800                DELIMITED BY SIZE INTO WS-KEYDEF-LAYOUT
022900                WITH POINTER WS-LAY-PTR
023000     END-PERFORM
023100     STRING "/" WS-KEYDEF-MIN-LEN WS-KEYDEF-MAX-LEN
023200            DELIMITED BY SIZE INTO WS-KEYDEF-LAYOUT
023300            WITH POINTER WS-LAY-PTR
023400     MOVE ZERO TO WS-HASH
023500     PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
023600               UNTIL WS-LAY-IDX >= WS-LAY-PTR
023700         COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 31
023800             + FUNCTION ORD(WS-KEYDEF-LAYOUT(WS-LAY-IDX:1)),
023900             999983)
024000     END-PERFORM
024100     MOVE WS-HASH TO WS-HASH-DIGITS
024200     MOVE SPACES TO WS-KEYDEF-MODULE
024300     STRING "CPYK" WS-HASH-DIGITS
024400         DELIMITED BY SIZE INTO WS-KEYDEF-MODULE.
024500
024600* ONE SG CALL: THE MODULE MUST BE THERE AND MUST ANSWER WITH
024700* THE LAYOUT JUST BUILT FROM THE DEFINITION.
024800 PROBE-MODULE.
024900     MOVE "SG" TO WS-KIO-FUNCTION
025000     MOVE SPACES TO WS-KIO-LAYOUT
025100     CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
025200         ON EXCEPTION
025300             MOVE "M" TO WS-KEYDEF-STATUS
025400             STRING "ACCESS MODULE "
025500                    FUNCTION TRIM(WS-KEYDEF-MODULE)
025600                    " NOT FOUND - CPYLOAD REORG REBUILDS IT"
025700                    DELIMITED BY SIZE INTO WS-KEYDEF-MESSAGE
025800         NOT ON EXCEPTION
025900             IF WS-KIO-LAYOUT = WS-KEYDEF-LAYOUT
026000                 MOVE "Y" TO WS-KEYDEF-STATUS
026100             ELSE
026200                 MOVE "B" TO WS-KEYDEF-STATUS
026300                 STRING "ACCESS MODULE "
026400                        FUNCTION TRIM(WS-KEYDEF-MODULE)
026500                        " DOES NOT MATCH THE RECORDED KEYS"
026600                        DELIMITED BY SIZE INTO WS-KEYDEF-MESSAGE
026700             END-IF
026800     END-CALL.
