002000*    READ DIRECTLY BY THE KEY BYTES THE BROWSER PASSES (THE
002100*    SAME FIXED 64-BYTE LEADING KEY THE BROWSER DECLARES - A
002200*    MASTER WITH ANY OTHER KEY SHAPE IS REFUSED AT OPEN WITH
002300*    STATUS 39). A MASTER LOADED BY CPYLOAD, WITH ITS REAL KEYS
002400*    RECORDED BESIDE IT (<MASTER>.KEY, READ BACK BY CPYKEYS), IS
002500*    OPENED, READ AND REWRITTEN THROUGH ITS GENERATED ACCESS
002600*    MODULE INSTEAD, AND THE KEY BYTES PASSED ARE ITS PRIMARY
002700*    KEY, WHEREVER THAT LIES IN THE RECORD. WITH
002800*    ENCODING EBCDIC THE STORED TEXT AND DISPLAY-NUMERIC BYTES
002900*    ARE TRANSLATED THROUGH EBCTAB AFTER ENCODING, SO THE PATCH
003000*    LANDS IN THE FILE'S OWN CHARACTER SET; COMP-3 AND BINARY
003100*    ENCODE THE SAME ON BOTH SIDES.
003200*
003300*    EVERY CHANGE APPENDS ONE LINE TO CPYEDIT.LOG - TIMESTAMP,
003400*    USER, FILE, RECORD NUMBER, FIELD, OLD DECODED VALUE, NEW
003500*    DECODED VALUE - IN THE SPIRIT OF CPYAUDIT.LOG. THE AUDIT
003600*    LINE IS WRITTEN BEFORE THE REWRITE, SO EVEN A PATCH THAT
003700*    DIES MID-FLIGHT LEAVES ITS TRACE; AN UNLOGGED DATA PATCH
003800*    IS HOW THE LAST AUDIT FINDING HAPPENED.
003900*
004000*    BEFORE THE AUDIT LINE THE PATCH IS PUT TO CPYAUTH: THE
004100*    USER MUST HOLD A PATCH RIGHT FOR THE FILE (AND FIELD) IN
004200*    THE AUTHORIZATION FILE, AND A HIGH-RISK ONE IS HELD UNTIL
004300*    A SECOND USER HAS APPROVED EXACTLY THIS PATCH - THE FIRST
004400*    ATTEMPT QUEUES THE REQUEST, THE SAME PATCH MADE AGAIN AFTER
004500*    APPROVAL GOES THROUGH. REFUSALS GO TO CPYSEC.LOG, NOT
004600*    CPYEDIT.LOG, WHICH STAYS A LOG OF PATCHES MADE.
004700*
004800*    THE OUTCOME COMES BACK IN LS-EDIT-STATUS: "O" PATCHED,
004900*    "E" NOT PATCHED (BAD FIELD, RECORD NOT FOUND, FILE WOULD
005000*    NOT OPEN I-O, OR THE REWRITE FAILED), "D" NOT AUTHORIZED,
005100*    "H" HELD FOR A SECOND USER'S APPROVAL.
005200*
005300*    MODIFICATION HISTORY
005400*    2026-09-02  INITIAL VERSION.
005500*    2026-09-02  UNSUPPORTED USAGES (COMP-1/COMP-2) ARE REFUSED
005600*                BEFORE THE AUDIT LINE AND THE REWRITE, SO THE
005700*                LOG NEVER RECORDS A PATCH THAT DID NOT HAPPEN.
005800*    2026-10-15  PATCH RIGHTS CHECKED THROUGH CPYAUTH BEFORE THE
005900*                AUDIT LINE; HIGH-RISK PATCHES WAIT FOR A SECOND
006000*                USER'S APPROVAL (STATUS "D" AND "H").
006100*    2026-10-15  INDEXED MASTERS WITH A KEY DEFINITION RECORDED
006200*                BY CPYLOAD ARE PATCHED THROUGH THEIR ACCESS
006300*                MODULE, LOCATED BY THEIR RECORDED PRIMARY KEY.
006400******************************************************************
006500 IDENTIFICATION DIVISION.
006600 PROGRAM-ID. CPYEDIT.
006700 DATE-WRITTEN. 26/09/02.
006800 AUTHOR SYSTEMS.
006900 ENVIRONMENT DIVISION.
007000 CONFIGURATION SECTION.
007100 SOURCE-COMPUTER. RM-COBOL.
007200 OBJECT-COMPUTER. RM-COBOL.
007300 INPUT-OUTPUT SECTION.
007400 FILE-CONTROL.
007500     SELECT DATA-SEQ-FILE ASSIGN TO DYNAMIC WS-DATA-PATH
007600         ORGANIZATION SEQUENTIAL
007700         FILE STATUS IS WS-DATA-STATUS.
007800     SELECT DATA-IDX-FILE ASSIGN TO DYNAMIC WS-DATA-PATH
007900         ORGANIZATION INDEXED
008000         ACCESS MODE DYNAMIC
008100         RECORD KEY IS DATA-IDX-KEY
008200         FILE STATUS IS WS-DATA-STATUS.
008300     SELECT DATA-REL-FILE ASSIGN TO DYNAMIC WS-DATA-PATH
008400         ORGANIZATION RELATIVE
008500         ACCESS MODE DYNAMIC
008600         RELATIVE KEY IS WS-REL-KEY
008700         FILE STATUS IS WS-DATA-STATUS.
008800     SELECT AUDIT-FILE ASSIGN TO "CPYEDIT.LOG"
008900         ORGANIZATION LINE SEQUENTIAL
009000         FILE STATUS IS WS-AUDIT-STATUS.
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  DATA-SEQ-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
009400         CHARACTERS DEPENDING ON WS-DATA-REC-LEN.
009500 01  DATA-SEQ-REC                         PIC X(9999).
009600 FD  DATA-IDX-FILE RECORD IS VARYING IN SIZE FROM 65 TO 9999
009700         CHARACTERS DEPENDING ON WS-DATA-REC-LEN.
009800 01  DATA-IDX-REC.
009900     05 DATA-IDX-KEY                      PIC X(64).
010000     05 FILLER                            PIC X(9935).
010100 FD  DATA-REL-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
010200         CHARACTERS DEPENDING ON WS-DATA-REC-LEN.
010300 01  DATA-REL-REC                         PIC X(9999).
010400 FD  AUDIT-FILE.
010500 01  AUDIT-REC                            PIC X(300).
010600 WORKING-STORAGE SECTION.
010700 01  WS-DATA-PATH                         PIC X(200).
010800 01  WS-DATA-STATUS                       PIC XX.
010900 01  WS-DATA-REC-LEN                      PIC 9(4).
011000 01  WS-REL-KEY                           PIC 9(9).
011100 01  WS-AUDIT-STATUS                      PIC XX.
011200 01  WS-ORG                               PIC X(4).
011300 01  WS-ENC                               PIC X(8).
011400 01  WS-RECORD                            PIC X(9999).
011500 01  WS-READ-COUNT                        PIC 9(9).
011600 01  WS-FOUND-SW                          PIC X.
011700 01  WS-EOF-SW                            PIC X.
011800     88 WS-EOF                            VALUE "Y".
011900 01  WS-FLD-OFF                           PIC 9(6).
012000 01  WS-BYTE-IDX                          PIC 9(6).
012100 01  WS-BYTE                              PIC X.
012200 01  WS-BYTE-VAL                          PIC 9(4).
012300 01  WS-NIB-HI                            PIC 9(2).
012400 01  WS-NIB-LO                            PIC 9(2).
012500 01  WS-PIC-NUMERIC-SW                    PIC X.
012600     88 WS-PIC-NUMERIC                    VALUE "Y".
012700 01  WS-PIC-CHAR                          PIC X.
012800 01  WS-PIC-SCAN                          PIC 9(4).
012900 01  WS-PIC-SCAN-LEN                      PIC 9(4).
013000 01  WS-VAL-NUM                           PIC S9(18).
013100 01  WS-VAL-TEXT                          PIC X(80).
013200 01  WS-VAL-TEXT-LEN                      PIC 9(2).
013300 01  WS-DIGIT-STRING                      PIC X(37).
013400 01  WS-DIGIT-COUNT                       PIC 9(2).
013500 01  WS-DIGIT-EDIT                        PIC 9(18).
013600 01  WS-NEG-SW                            PIC X.
013700     88 WS-VALUE-NEGATIVE                 VALUE "Y".
013800 01  WS-BIN-WORK                          PIC 9(18).
013900 01  WS-BIN-REM                           PIC 9(4).
014000 01  WS-BIN-POS                           PIC 9(2).
014100 01  WS-NEG-PUNCH                         PIC X(10)
014200                                          VALUE "}JKLMNOPQR".
014300 01  WS-TR-IDX                            PIC 9(6).
014400 01  WS-TR-BYTE                           PIC X.
014500 01  WS-TR-VAL                            PIC 9(4).
014600 01  WS-TIMESTAMP                         PIC X(21).
014700 01  WS-AUDIT-USER                        PIC X(20) VALUE SPACES.
014800 01  WS-REC-DISP                          PIC ZZZZZZZZ9.
014900 01  WS-OUT-LINE                          PIC X(300).
015000
015100     COPY "EBCTAB.cpy".
015200     COPY "AUTHRES.cpy".
015300     COPY "KEYRES.cpy".
015400     COPY "KEYIO.cpy".
015500
015600 LINKAGE SECTION.
015700 01  LS-DATA-PATH                         PIC X(200).
015800 01  LS-ORG-TEXT                          PIC X(4).
015900 01  LS-ENCODING                          PIC X(8).
016000 01  LS-REC-NUMBER                        PIC 9(9).
016100 01  LS-REC-KEY                           PIC X(64).
016200     COPY "FLDTAB.cpy".
016300 01  LS-FLD-IDX                           PIC 9(4).
016400 01  LS-OLD-VALUE                         PIC X(40).
016500 01  LS-NEW-VALUE                         PIC X(40).
016600 01  LS-EDIT-STATUS                       PIC X.
016700
016800 PROCEDURE DIVISION USING LS-DATA-PATH LS-ORG-TEXT LS-ENCODING
016900                           LS-REC-NUMBER LS-REC-KEY
017000                           WS-FLD-TABLE LS-FLD-IDX
017100                           LS-OLD-VALUE LS-NEW-VALUE
017200                           LS-EDIT-STATUS.
017300
017400 MAIN-EDIT.
017500     MOVE "E" TO LS-EDIT-STATUS
017600     MOVE FUNCTION UPPER-CASE(LS-ORG-TEXT) TO WS-ORG
017700     IF WS-ORG = SPACES
017800         MOVE "SEQ" TO WS-ORG
017900     END-IF
018000     MOVE FUNCTION UPPER-CASE(LS-ENCODING) TO WS-ENC
018100     IF WS-ENC = SPACES
018200         MOVE "ASCII" TO WS-ENC
018300     END-IF
018400     IF LS-FLD-IDX = 0 OR LS-FLD-IDX > WS-FLD-COUNT
018500         DISPLAY "CPYEDIT: NO SUCH FIELD TABLE ENTRY"
018600         GOBACK
018700     END-IF
018800     IF FLD-IS-GROUP(LS-FLD-IDX) = "Y"
018900       OR FLD-ELEM-LEN(LS-FLD-IDX) = 0
019000         DISPLAY "CPYEDIT: "
019100             FUNCTION TRIM(FLD-NAME(LS-FLD-IDX))
019200             " IS A GROUP - PATCH ITS ELEMENTARY FIELDS"
019300         GOBACK
019400     END-IF
019500     IF FLD-USAGE(LS-FLD-IDX) NOT = "DISPLAY"
019600       AND FLD-USAGE(LS-FLD-IDX) NOT = "COMP-3"
019700       AND FLD-USAGE(LS-FLD-IDX) NOT = "BINARY"
019800*        REFUSED BEFORE THE AUDIT LINE AND THE REWRITE - A
019900*        PATCH THAT CANNOT BE ENCODED MUST NOT LOG AS DONE.
020000         DISPLAY "CPYEDIT: "
020100             FUNCTION TRIM(FLD-USAGE(LS-FLD-IDX))
020200             " FIELDS CANNOT BE PATCHED"
020300         GOBACK
020400     END-IF
020500     MOVE LS-DATA-PATH TO WS-DATA-PATH
020600     MOVE "N" TO WS-KEYDEF-STATUS
020700     IF WS-ORG = "IDX"
020800         MOVE LS-DATA-PATH TO WS-KEYDEF-MASTER
020900         CALL "CPYKEYS" USING WS-KEYDEF-AREA
021000         IF KEYDEF-NO-MODULE OR KEYDEF-BAD
021100             DISPLAY "CPYEDIT: "
021200                 FUNCTION TRIM(WS-KEYDEF-MESSAGE)
021300             GOBACK
021400         END-IF
021500     END-IF
021600     PERFORM OPEN-DATA-IO
021700     IF WS-DATA-STATUS NOT = "00"
021800         DISPLAY "CPYEDIT: UNABLE TO OPEN "
021900             FUNCTION TRIM(LS-DATA-PATH)
022000             " FOR UPDATE (STATUS " WS-DATA-STATUS ")"
022100         IF WS-ORG = "IDX" AND WS-DATA-STATUS = "39"
022200             DISPLAY "CPYEDIT: AN INDEXED FILE NEEDS A 64-BYTE"
022300                 " PRIMARY KEY IN THE LEADING BYTES OF THE"
022400                 " RECORD, OR A KEY DEFINITION RECORDED BY"
022500                 " CPYLOAD"
022600         END-IF
022700         GOBACK
022800     END-IF
022900     PERFORM POSITION-TO-TARGET
023000     IF WS-FOUND-SW = "N"
023100         DISPLAY "CPYEDIT: RECORD NOT FOUND"
023200         PERFORM CLOSE-DATA-IO
023300         GOBACK
023400     END-IF
023500     PERFORM CHECK-PATCH-RIGHT
023600     IF NOT AUTH-GRANTED
023700         DISPLAY "CPYEDIT: " FUNCTION TRIM(WS-AUTH-MESSAGE)
023800         IF AUTH-HELD
023900             MOVE "H" TO LS-EDIT-STATUS
024000         ELSE
024100             MOVE "D" TO LS-EDIT-STATUS
024200         END-IF
024300         PERFORM CLOSE-DATA-IO
024400         GOBACK
024500     END-IF
024600     PERFORM WRITE-AUDIT-LINE
024700     PERFORM ENCODE-NEW-VALUE
024800     PERFORM REWRITE-TARGET
024900     IF WS-DATA-STATUS = "00"
025000         MOVE "O" TO LS-EDIT-STATUS
025100     ELSE
025200         DISPLAY "CPYEDIT: REWRITE FAILED WITH STATUS "
025300             WS-DATA-STATUS
025400     END-IF
025500     PERFORM CLOSE-DATA-IO
025600     GOBACK.
025700
025800 OPEN-DATA-IO.
025900     EVALUATE WS-ORG
026000         WHEN "IDX"
026100             IF KEYDEF-FOUND
026200                 MOVE "IO" TO WS-KIO-FUNCTION
026300                 MOVE WS-DATA-PATH TO WS-KIO-PATH
026400                 CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
026500                 MOVE WS-KIO-STATUS TO WS-DATA-STATUS
026600             ELSE
026700                 OPEN I-O DATA-IDX-FILE
026800             END-IF
026900         WHEN "REL"
027000             OPEN I-O DATA-REL-FILE
027100         WHEN OTHER
027200             OPEN I-O DATA-SEQ-FILE
027300     END-EVALUATE.
027400
027500 CLOSE-DATA-IO.
027600     EVALUATE WS-ORG
027700         WHEN "IDX"
027800             IF KEYDEF-FOUND
027900                 MOVE "CL" TO WS-KIO-FUNCTION
028000                 CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
028100             ELSE
028200                 CLOSE DATA-IDX-FILE
028300             END-IF
028400         WHEN "REL"
028500             CLOSE DATA-REL-FILE
028600         WHEN OTHER
028700             CLOSE DATA-SEQ-FILE
028800     END-EVALUATE.
028900
029000* LANDS ON THE RECORD TO PATCH AND LEAVES ITS IMAGE IN
029100* WS-RECORD: SEQUENTIAL AND RELATIVE FILES ARE READ FORWARD TO
029200* RECORD LS-REC-NUMBER (THE REWRITE THEN APPLIES TO THE LAST
029300* RECORD READ), INDEXED FILES ARE READ DIRECTLY BY KEY - THE
029400* RECORDED PRIMARY KEY, THROUGH THE ACCESS MODULE, WHEN THE
029500* MASTER HAS A KEY DEFINITION.
029600 POSITION-TO-TARGET.
029700     MOVE "N" TO WS-FOUND-SW
029800     MOVE "N" TO WS-EOF-SW
029900     MOVE ZERO TO WS-READ-COUNT
030000     IF WS-ORG = "IDX"
030100         IF KEYDEF-FOUND
030200             PERFORM READ-KEY-THROUGH-MODULE
030300         ELSE
030400             MOVE LS-REC-KEY TO DATA-IDX-KEY
030500             READ DATA-IDX-FILE
030600                 INVALID KEY
030700                     CONTINUE
030800                 NOT INVALID KEY
030900                     MOVE SPACES TO WS-RECORD
031000                     MOVE DATA-IDX-REC(1:WS-DATA-REC-LEN)
031100                          TO WS-RECORD(1:WS-DATA-REC-LEN)
031200                     MOVE "Y" TO WS-FOUND-SW
031300             END-READ
031400         END-IF
031500     ELSE
031600         PERFORM READ-ONE-FORWARD
031700             UNTIL WS-READ-COUNT >= LS-REC-NUMBER OR WS-EOF
031800         IF WS-READ-COUNT = LS-REC-NUMBER AND NOT WS-EOF
031900             MOVE "Y" TO WS-FOUND-SW
032000         END-IF
032100     END-IF.
032200
032300 READ-KEY-THROUGH-MODULE.
032400     MOVE LS-REC-KEY(1:WS-KEYDEF-LENGTH(1))
032500          TO WS-KIO-RECORD(WS-KEYDEF-OFFSET(1):
032600                           WS-KEYDEF-LENGTH(1))
032700     MOVE "RK" TO WS-KIO-FUNCTION
032800     CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
032900     IF WS-KIO-STATUS = "00" OR WS-KIO-STATUS = "02"
033000         MOVE WS-KIO-REC-LEN TO WS-DATA-REC-LEN
033100         MOVE SPACES TO WS-RECORD
033200         MOVE WS-KIO-RECORD(1:WS-DATA-REC-LEN)
033300              TO WS-RECORD(1:WS-DATA-REC-LEN)
033400         MOVE "Y" TO WS-FOUND-SW
033500     END-IF.
033600
033700 READ-ONE-FORWARD.
033800     EVALUATE WS-ORG
033900         WHEN "REL"
034000             READ DATA-REL-FILE NEXT RECORD
034100                 AT END
034200                     SET WS-EOF TO TRUE
034300                 NOT AT END
034400                     MOVE SPACES TO WS-RECORD
034500                     MOVE DATA-REL-REC(1:WS-DATA-REC-LEN)
034600                          TO WS-RECORD(1:WS-DATA-REC-LEN)
034700                     ADD 1 TO WS-READ-COUNT
034800             END-READ
034900         WHEN OTHER
035000             READ DATA-SEQ-FILE
035100                 AT END
035200                     SET WS-EOF TO TRUE
035300                 NOT AT END
035400                     MOVE SPACES TO WS-RECORD
035500                     MOVE DATA-SEQ-REC(1:WS-DATA-REC-LEN)
035600                          TO WS-RECORD(1:WS-DATA-REC-LEN)
035700                     ADD 1 TO WS-READ-COUNT
035800             END-READ
035900     END-EVALUATE
036000     IF NOT WS-EOF AND WS-DATA-STATUS NOT = "00"
036100         SET WS-EOF TO TRUE
036200     END-IF.
036300
036400 REWRITE-TARGET.
036500     EVALUATE WS-ORG
036600         WHEN "IDX"
036700             IF KEYDEF-FOUND
036800                 MOVE WS-RECORD(1:WS-DATA-REC-LEN)
036900                      TO WS-KIO-RECORD(1:WS-DATA-REC-LEN)
037000                 MOVE WS-DATA-REC-LEN TO WS-KIO-REC-LEN
037100                 MOVE "RW" TO WS-KIO-FUNCTION
037200                 CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
037300                 MOVE WS-KIO-STATUS TO WS-DATA-STATUS
037400             ELSE
037500                 MOVE WS-RECORD(1:WS-DATA-REC-LEN)
037600                      TO DATA-IDX-REC(1:WS-DATA-REC-LEN)
037700                 REWRITE DATA-IDX-REC
037800             END-IF
037900         WHEN "REL"
038000             MOVE WS-RECORD(1:WS-DATA-REC-LEN)
038100                  TO DATA-REL-REC(1:WS-DATA-REC-LEN)
038200             REWRITE DATA-REL-REC
038300         WHEN OTHER
038400             MOVE WS-RECORD(1:WS-DATA-REC-LEN)
038500                  TO DATA-SEQ-REC(1:WS-DATA-REC-LEN)
038600             REWRITE DATA-SEQ-REC
038700     END-EVALUATE.
038800
038900* ENCODES LS-NEW-VALUE INTO THE FIELD'S STORED FORM AT ITS
039000* FIRST OCCURRENCE - THE SAME ENCODINGS CPYGEN'S OVERRIDE FILE
039100* APPLIES, PLUS THE EBCDIC TRANSLATION FOR DISPLAY FIELDS.
039200 ENCODE-NEW-VALUE.
039300     MOVE FLD-OFFSET(LS-FLD-IDX) TO WS-FLD-OFF
039400     MOVE LS-NEW-VALUE TO WS-VAL-TEXT
039500     IF LS-NEW-VALUE = SPACES
039600         MOVE ZERO TO WS-VAL-TEXT-LEN
039700     ELSE
039800         COMPUTE WS-VAL-TEXT-LEN = FUNCTION LENGTH(
039900             FUNCTION TRIM(LS-NEW-VALUE))
040000     END-IF
040100     EVALUATE FLD-USAGE(LS-FLD-IDX)
040200         WHEN "DISPLAY"
040300             PERFORM CHECK-PIC-NUMERIC
040400             IF WS-PIC-NUMERIC
040500                 PERFORM STORE-DISPLAY-NUMERIC
040600             ELSE
040700                 PERFORM STORE-TEXT-VALUE
040800             END-IF
040900             IF WS-ENC = "EBCDIC"
041000                 PERFORM TRANSLATE-FIELD-A2E
041100             END-IF
041200         WHEN "COMP-3"
041300             PERFORM STORE-COMP3-VALUE
041400         WHEN "BINARY"
041500             PERFORM STORE-BINARY-VALUE
041600         WHEN OTHER
041700*            UNREACHABLE - UNSUPPORTED USAGES ARE REFUSED UP
041800*            FRONT, BEFORE THE AUDIT LINE AND THE REWRITE.
041900             CONTINUE
042000     END-EVALUATE.
042100
042200* A PICTURE IS TREATED AS DISPLAY NUMERIC WHEN IT IS BUILT ONLY
042300* FROM 9 S V P AND REPEAT COUNTS - THE SAME RULE CPYGEN AND
042400* CPYVERIF APPLY, SO A PATCHED FIELD PASSES VALIDATION.
042500 CHECK-PIC-NUMERIC.
042600     MOVE "N" TO WS-PIC-NUMERIC-SW
042700     IF FLD-PIC-STRING(LS-FLD-IDX) = SPACES
042800         CONTINUE
042900     ELSE
043000         MOVE "Y" TO WS-PIC-NUMERIC-SW
043100         COMPUTE WS-PIC-SCAN-LEN = FUNCTION LENGTH(
043200             FUNCTION TRIM(FLD-PIC-STRING(LS-FLD-IDX)))
043300         PERFORM VARYING WS-PIC-SCAN FROM 1 BY 1
043400                   UNTIL WS-PIC-SCAN > WS-PIC-SCAN-LEN
043500             MOVE FLD-PIC-STRING(LS-FLD-IDX)(WS-PIC-SCAN:1)
043600                  TO WS-PIC-CHAR
043700             IF WS-PIC-CHAR NOT = "9" AND WS-PIC-CHAR NOT = "S"
043800               AND WS-PIC-CHAR NOT = "V"
043900               AND WS-PIC-CHAR NOT = "P"
044000               AND WS-PIC-CHAR NOT = "("
044100               AND WS-PIC-CHAR NOT = ")"
044200               AND WS-PIC-CHAR NOT NUMERIC
044300                 MOVE "N" TO WS-PIC-NUMERIC-SW
044400             END-IF
044500         END-PERFORM
044600     END-IF.
044700
044800 STORE-TEXT-VALUE.
044900     MOVE SPACES TO WS-RECORD(WS-FLD-OFF:
045000         FLD-ELEM-LEN(LS-FLD-IDX))
045100     IF WS-VAL-TEXT-LEN > 0
045200         IF WS-VAL-TEXT-LEN > FLD-ELEM-LEN(LS-FLD-IDX)
045300             MOVE WS-VAL-TEXT(1:FLD-ELEM-LEN(LS-FLD-IDX))
045400                  TO WS-RECORD(WS-FLD-OFF:
045500                      FLD-ELEM-LEN(LS-FLD-IDX))
045600         ELSE
045700             MOVE WS-VAL-TEXT(1:WS-VAL-TEXT-LEN)
045800                  TO WS-RECORD(WS-FLD-OFF:WS-VAL-TEXT-LEN)
045900         END-IF
046000     END-IF.
046100
046200* PARSES THE NEW VALUE AS A SIGNED INTEGER. DECIMAL POINTS ARE
046300* NOT INTERPRETED - THE VALUE STORES DIGIT FOR DIGIT, SO
046400* "12345" IN A 9(3)V99 FIELD STORES 123.45, THE SAME RULE AS
046500* CPYGEN'S OVERRIDE FILE.
046600 PARSE-NEW-NUMBER.
046700     MOVE "N" TO WS-NEG-SW
046800     MOVE WS-VAL-TEXT TO WS-DIGIT-STRING
046900     IF WS-DIGIT-STRING(1:1) = "-"
047000         MOVE "Y" TO WS-NEG-SW
047100         MOVE WS-VAL-TEXT(2:79) TO WS-DIGIT-STRING
047200     END-IF
047300     IF FUNCTION TRIM(WS-DIGIT-STRING) IS NUMERIC
047400         COMPUTE WS-VAL-NUM =
047500             FUNCTION NUMVAL(WS-DIGIT-STRING)
047600     ELSE
047700         MOVE ZERO TO WS-VAL-NUM
047800         DISPLAY "CPYEDIT: NEW VALUE FOR "
047900             FUNCTION TRIM(FLD-NAME(LS-FLD-IDX))
048000             " IS NOT NUMERIC - ZERO STORED"
048100     END-IF.
048200
048300 STORE-DISPLAY-NUMERIC.
048400     PERFORM PARSE-NEW-NUMBER
048500     IF FLD-ELEM-LEN(LS-FLD-IDX) > 0
048600       AND FLD-ELEM-LEN(LS-FLD-IDX) <= 18
048700         MOVE WS-VAL-NUM TO WS-DIGIT-EDIT
048800         MOVE WS-DIGIT-EDIT(19 - FLD-ELEM-LEN(LS-FLD-IDX):
048900             FLD-ELEM-LEN(LS-FLD-IDX))
049000             TO WS-RECORD(WS-FLD-OFF:
049100                 FLD-ELEM-LEN(LS-FLD-IDX))
049200         IF WS-VALUE-NEGATIVE
049300             IF FLD-PIC-STRING(LS-FLD-IDX)(1:1) = "S"
049400*                THE SIGN RIDES THE LAST DIGIT AS A TRAILING
049500*                OVERPUNCH - THE SAME ENCODING CPYVERIF ACCEPTS.
049600                 COMPUTE WS-BYTE-IDX = WS-FLD-OFF
049700                     + FLD-ELEM-LEN(LS-FLD-IDX) - 1
049800                 COMPUTE WS-NIB-LO = FUNCTION NUMVAL(
049900                     WS-RECORD(WS-BYTE-IDX:1)) + 1
050000                 MOVE WS-NEG-PUNCH(WS-NIB-LO:1)
050100                      TO WS-RECORD(WS-BYTE-IDX:1)
050200             ELSE
050300                 DISPLAY "CPYEDIT: NEGATIVE VALUE FOR "
050400                     FUNCTION TRIM(FLD-NAME(LS-FLD-IDX))
050500                     " - FIELD IS UNSIGNED, ABSOLUTE VALUE"
050600                     " STORED"
050700             END-IF
050800         END-IF
050900     END-IF.
051000
051100* PACKS THE NEW VALUE: DIGIT NIBBLES LEFT TO RIGHT AND A
051200* TRAILING SIGN NIBBLE, C FOR POSITIVE AND D FOR NEGATIVE.
051300 STORE-COMP3-VALUE.
051400     PERFORM PARSE-NEW-NUMBER
051500     COMPUTE WS-DIGIT-COUNT =
051600         FLD-ELEM-LEN(LS-FLD-IDX) * 2 - 1
051700     IF WS-DIGIT-COUNT > 18
051800         MOVE 18 TO WS-DIGIT-COUNT
051900     END-IF
052000     MOVE WS-VAL-NUM TO WS-DIGIT-EDIT
052100     MOVE SPACES TO WS-DIGIT-STRING
052200     MOVE WS-DIGIT-EDIT(19 - WS-DIGIT-COUNT:WS-DIGIT-COUNT)
052300         TO WS-DIGIT-STRING(1:WS-DIGIT-COUNT)
052400     MOVE 1 TO WS-BIN-POS
052500     PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF BY 1
052600               UNTIL WS-BYTE-IDX > WS-FLD-OFF
052700               + FLD-ELEM-LEN(LS-FLD-IDX) - 1
052800         IF WS-BYTE-IDX = WS-FLD-OFF
052900               + FLD-ELEM-LEN(LS-FLD-IDX) - 1
053000             COMPUTE WS-NIB-HI = FUNCTION NUMVAL(
053100                 WS-DIGIT-STRING(WS-BIN-POS:1))
053200             IF WS-VALUE-NEGATIVE
053300                 MOVE 13 TO WS-NIB-LO
053400             ELSE
053500                 MOVE 12 TO WS-NIB-LO
053600             END-IF
053700         ELSE
053800             COMPUTE WS-NIB-HI = FUNCTION NUMVAL(
053900                 WS-DIGIT-STRING(WS-BIN-POS:1))
054000             COMPUTE WS-NIB-LO = FUNCTION NUMVAL(
054100                 WS-DIGIT-STRING(WS-BIN-POS + 1:1))
054200             ADD 2 TO WS-BIN-POS
054300         END-IF
054400         COMPUTE WS-BYTE-VAL = WS-NIB-HI * 16 + WS-NIB-LO
054500         MOVE FUNCTION CHAR(WS-BYTE-VAL + 1)
054600              TO WS-RECORD(WS-BYTE-IDX:1)
054700     END-PERFORM.
054800
054900* STORES THE NEW VALUE BIG-ENDIAN INTO THE BINARY FIELD.
055000* NEGATIVE VALUES ARE NOT SUPPORTED FOR BINARY FIELDS - THE
055100* SAME RULE AS CPYGEN'S OVERRIDES.
055200 STORE-BINARY-VALUE.
055300     PERFORM PARSE-NEW-NUMBER
055400     IF WS-VALUE-NEGATIVE
055500         DISPLAY "CPYEDIT: NEGATIVE BINARY VALUE FOR "
055600             FUNCTION TRIM(FLD-NAME(LS-FLD-IDX))
055700             " IS NOT SUPPORTED - ZERO STORED"
055800         MOVE ZERO TO WS-VAL-NUM
055900     END-IF
056000     MOVE WS-VAL-NUM TO WS-BIN-WORK
056100     COMPUTE WS-BYTE-IDX = WS-FLD-OFF
056200         + FLD-ELEM-LEN(LS-FLD-IDX) - 1
056300     PERFORM UNTIL WS-BYTE-IDX < WS-FLD-OFF
056400         DIVIDE WS-BIN-WORK BY 256 GIVING WS-BIN-WORK
056500             REMAINDER WS-BIN-REM
056600         MOVE FUNCTION CHAR(WS-BIN-REM + 1)
056700              TO WS-RECORD(WS-BYTE-IDX:1)
056800         SUBTRACT 1 FROM WS-BYTE-IDX
056900     END-PERFORM.
057000
057100* TRANSLATES THE PATCHED FIELD'S BYTES FROM ASCII TO EBCDIC IN
057200* PLACE - THE ENCODERS WORK IN ASCII AND THE FILE DOES NOT.
057300 TRANSLATE-FIELD-A2E.
057400     PERFORM VARYING WS-TR-IDX FROM WS-FLD-OFF BY 1
057500               UNTIL WS-TR-IDX > WS-FLD-OFF
057600               + FLD-ELEM-LEN(LS-FLD-IDX) - 1
057700         MOVE WS-RECORD(WS-TR-IDX:1) TO WS-TR-BYTE
057800         COMPUTE WS-TR-VAL = FUNCTION ORD(WS-TR-BYTE)
057900         MOVE WS-A2E-BYTE(WS-TR-VAL)
058000              TO WS-RECORD(WS-TR-IDX:1)
058100     END-PERFORM.
058200
058300* THE PATCH AS CPYAUTH JUDGES IT - THE RECORD IS KNOWN TO EXIST
058400* BY NOW, SO AN APPROVAL REQUEST IS NEVER QUEUED FOR A RECORD
058500* THAT IS NOT THERE. THE KEY BYTES BIND AN APPROVAL TO THE
058600* RECORD AS WELL AS ITS NUMBER.
058700 CHECK-PATCH-RIGHT.
058800     MOVE "PATCH" TO WS-AUTH-CHECK
058900     MOVE "CPYEDIT" TO WS-AUTH-PROGRAM
059000     MOVE LS-DATA-PATH TO WS-AUTH-PATH
059100     MOVE FLD-NAME(LS-FLD-IDX) TO WS-AUTH-FIELD
059200     MOVE LS-REC-NUMBER TO WS-AUTH-REC-NO
059300     MOVE LS-REC-KEY TO WS-AUTH-KEY
059400     MOVE LS-OLD-VALUE TO WS-AUTH-OLD
059500     MOVE LS-NEW-VALUE TO WS-AUTH-NEW
059600     CALL "CPYAUTH" USING WS-AUTH-AREA.
059700
059800* ONE LINE PER PATCH, APPENDED THE WAY CPYAUDIT APPENDS - THE
059900* FIRST PATCH EVER CREATES THE LOG.
060000 WRITE-AUDIT-LINE.
060100     ACCEPT WS-AUDIT-USER FROM ENVIRONMENT "USER"
060200     IF WS-AUDIT-USER = SPACES
060300         MOVE "UNKNOWN" TO WS-AUDIT-USER
060400     END-IF
060500     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
060600     MOVE LS-REC-NUMBER TO WS-REC-DISP
060700     MOVE SPACES TO WS-OUT-LINE
060800     STRING WS-TIMESTAMP(1:8) "T" WS-TIMESTAMP(9:6)
060900            " USER=" FUNCTION TRIM(WS-AUDIT-USER)
061000            " FILE=" FUNCTION TRIM(LS-DATA-PATH)
061100            " REC=" FUNCTION TRIM(WS-REC-DISP)
061200            " FIELD=" FUNCTION TRIM(FLD-NAME(LS-FLD-IDX))
061300            " OLD='" FUNCTION TRIM(LS-OLD-VALUE)
061400            "' NEW='" FUNCTION TRIM(LS-NEW-VALUE) "'"
061500            DELIMITED BY SIZE INTO WS-OUT-LINE
061600            ON OVERFLOW
061700                DISPLAY "CPYEDIT: AUDIT LINE TRUNCATED"
061800     END-STRING
061900     OPEN EXTEND AUDIT-FILE
062000     IF WS-AUDIT-STATUS NOT = "00"
062100         OPEN OUTPUT AUDIT-FILE
062200     END-IF
062300     MOVE WS-OUT-LINE TO AUDIT-REC
062400     WRITE AUDIT-REC
062500     CLOSE AUDIT-FILE.
