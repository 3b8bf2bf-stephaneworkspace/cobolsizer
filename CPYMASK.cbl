000100******************************************************************
000200*    CPYMASK
000300*
000400*    TEST-DATA MASKING - MAKES A SAFE COPY OF A PRODUCTION DATA
000500*    FILE FOR THE TEST REGION. CALLS CPYPARSE TO SIZE THE
000600*    COPYBOOK, COPIES THE FILE RECORD FOR RECORD AND REWRITES
000700*    ONLY THE FIELDS A MASKING-RULES FILE NAMES, EACH IN ITS
000800*    OWN STORED FORM, SO QA GETS LAST NIGHT'S MASTER WITH THE
000900*    PERSONAL DATA SCRAMBLED AND EVERY OTHER BYTE UNTOUCHED.
001000*
001100*    THE MASKING-RULES FILE IS LINE SEQUENTIAL, ONE
001200*    FIELD-NAME=METHOD PER LINE, # IN COLUMN 1 FOR COMMENTS -
001300*    THE SAME SHAPE AS CPYGEN'S OVERRIDE FILE:
001400*      CUST-NOTES=BLANK       SPACES IN TEXT, ZERO IN A NUMBER
001500*      CUST-CITY=FIXED:LEEDS  THE SAME VALUE IN EVERY RECORD
001600*                             (A NUMERIC FIELD TAKES A DECIMAL
001700*                             NUMBER, AS CPYCSV RELOADS ONE)
001800*      CUST-PHONE=RANDOM      RANDOM DIGITS AND LETTERS IN THE
001900*                             ORIGINAL'S FORMAT
002000*      ACCT-NO=SUBST          CONSISTENT SUBSTITUTION - THE
002100*                             SAME INPUT ALWAYS GIVES THE SAME
002200*                             OUTPUT
002300*      SEED=73125             OPTIONAL KEY FOR SUBST (UP TO 9
002400*                             DIGITS, DEFAULT ZERO)
002500*    A RULE APPLIES TO EVERY OCCURRENCE OF ITS FIELD, IN EVERY
002600*    01 LEVEL MASKED THAT HAS A FIELD OF THAT NAME, AND ALSO
002700*    WHEN THE FIELD SITS UNDER A REDEFINES - THE RULE NAMED
002800*    IT, SO ITS BYTES ARE MASKED WHICHEVER VIEW IS IN USE.
002900*
003000*    RANDOM AND SUBST KEEP THE FORMAT: IN TEXT, DIGITS STAY
003100*    DIGITS, UPPER AND LOWER CASE LETTERS STAY LETTERS OF THE
003200*    SAME CASE AND EVERYTHING ELSE (SPACES, PUNCTUATION) IS
003300*    LEFT WHERE IT IS. A NUMERIC FIELD (DISPLAY, COMP-3 OR
003400*    BINARY) IS DECODED, ITS SIGNIFICANT DIGITS REPLACED - THE
003500*    SAME NUMBER OF THEM, THE LEADING ONE NEVER ZERO - AND THE
003600*    RESULT ENCODED BACK THE WAY CPYCSV RELOADS A VALUE:
003700*    TRAILING OVERPUNCH FOR A NEGATIVE SIGNED DISPLAY FIELD,
003800*    C/D SIGN NIBBLE FOR COMP-3, TWO'S COMPLEMENT BINARY. SIGN
003900*    AND SCALE ARE KEPT; ZERO STAYS ZERO.
004000*
004100*    SUBST WORKS EACH CHARACTER FROM A RUNNING HASH OF THE
004200*    SEED AND THE CHARACTERS BEFORE IT, NOT FROM THE FIELD
004300*    NAME OR THE RECORD, SO AN ACCOUNT NUMBER MASKED IN THE
004400*    MASTER AND IN THE TRANSACTION FILE COMES OUT THE SAME IN
004500*    BOTH AND CPYRECON STILL MATCHES THEM - WHATEVER THE FIELD
004600*    IS CALLED IN EACH COPYBOOK AND WHETHER IT IS STORED
004700*    DISPLAY, PACKED OR BINARY, AS LONG AS BOTH RUNS USE THE
004800*    SAME SEED. TWO DIFFERENT VALUES NEVER MASK TO THE SAME
004900*    ONE, SO KEYS STAY UNIQUE. THE KEY MUST BE NUMERIC ON BOTH
005000*    SIDES OR TEXT ON BOTH SIDES - A NUMBER IS SUBSTITUTED ON
005100*    ITS VALUE, TEXT ON ITS CHARACTERS. AN EBCDIC FILE IS
005200*    MASKED THROUGH EBCTAB, SO IT GETS THE SAME SUBSTITUTES AS
005300*    THE ASCII COPY OF THE SAME DATA. SUBST IS FOR TEST DATA,
005400*    NOT ENCRYPTION - KEEP THE SEED OUT OF THE TEST REGION.
005500*
005600*    THE RUN IS REFUSED BEFORE A RECORD IS COPIED WHEN A RULE
005700*    NAMES A FIELD THAT IS NOT IN THE COPYBOOK, A GROUP, A
005800*    FLOATING-POINT FIELD FOR ANYTHING BUT BLANK (STORED AS
005900*    BINARY ZEROS), A FIELD NESTED IN MORE THAN THREE TABLES,
006000*    OR A FIXED VALUE THE FIELD CANNOT HOLD - A PARTLY MASKED
006100*    COPY IS WORSE THAN NONE. A NUMERIC VALUE TOO DAMAGED TO
006200*    DECODE (BAD PACKED NIBBLES, TEXT IN A NUMBER) IS STORED
006300*    AS ZERO RATHER THAN COPIED, AND COUNTED.
006400*
006500*    WITHOUT A RULES FILE THE WHOLE FILE IS MASKED THROUGH THE
006600*    FIRST 01 LEVEL, AS IN CPYVERIF. WITH A RECORD-TYPE RULES
006700*    FILE (CPYRULES) EACH RECORD IS MASKED THROUGH THE 01 LEVEL
006800*    ITS TYPE SELECTS; A RECORD OF NO KNOWN TYPE CANNOT BE
006900*    MASKED AND IS LEFT OUT OF THE COPY AND LISTED. THE
007000*    ENCODING PARAMETER (ASCII/EBCDIC, DEFAULT ASCII) SIZES AN
007100*    EBCDIC FILE UNDER THE IBM PROFILE AS CPYVERIF DOES.
007200*
007300*    THE RUN REPORT GOES TO THE USUAL OUTPUT DESTINATION:
007400*    "SYSOUT" (OR SPACES) FOR THE TERMINAL, ANYTHING ELSE A
007500*    LINE SEQUENTIAL FILE PATH. IT ENDS WITH ONE LINE PER
007600*    RULE - HOW MANY VALUES WERE MASKED AND HOW MANY COULD NOT
007700*    BE DECODED. A RECORD THE MASKED FILE WOULD NOT TAKE (DISK
007800*    FULL, BAD PATH) IS REPORTED AND COUNTED, AND THE RUN ENDS
007900*    WITH RETURN CODE 8 - THE COPY IS INCOMPLETE.
008000*
008100*    MODIFICATION HISTORY
008200*    2026-10-15  INITIAL VERSION.
008300******************************************************************
008400 IDENTIFICATION DIVISION.
008500 PROGRAM-ID. CPYMASK.
008600 DATE-WRITTEN. 26/10/15.
008700 AUTHOR SYSTEMS.
008800 ENVIRONMENT DIVISION.
008900 CONFIGURATION SECTION.
009000 SOURCE-COMPUTER. RM-COBOL.
009100 OBJECT-COMPUTER. RM-COBOL.
009200 INPUT-OUTPUT SECTION.
009300 FILE-CONTROL.
009400     SELECT DATA-IN-FILE ASSIGN TO DYNAMIC WS-DATA-PATH
009500         ORGANIZATION SEQUENTIAL
009600         FILE STATUS IS WS-DATA-STATUS.
009700     SELECT MASKED-OUT-FILE ASSIGN TO DYNAMIC WS-MASKED-PATH
009800         ORGANIZATION SEQUENTIAL
009900         FILE STATUS IS WS-MASKED-STATUS.
010000     SELECT MASK-RULES-FILE ASSIGN TO DYNAMIC WS-MASK-PATH
010100         ORGANIZATION LINE SEQUENTIAL
010200         FILE STATUS IS WS-MASK-STATUS.
010300     SELECT RPT-OUT-FILE ASSIGN TO DYNAMIC WS-OUT-PATH
010400         ORGANIZATION LINE SEQUENTIAL
010500         FILE STATUS IS WS-OUT-STATUS.
010600 DATA DIVISION.
010700 FILE SECTION.
010800 FD  DATA-IN-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
010900         CHARACTERS DEPENDING ON WS-DATA-REC-LEN.
011000 01  DATA-IN-REC                          PIC X(9999).
011100 FD  MASKED-OUT-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
011200         CHARACTERS DEPENDING ON WS-MASKED-REC-LEN.
011300 01  MASKED-OUT-REC                       PIC X(9999).
011400 FD  MASK-RULES-FILE.
011500 01  MASK-RULES-REC                       PIC X(120).
011600 FD  RPT-OUT-FILE.
011700 01  RPT-OUT-REC                          PIC X(160).
011800 WORKING-STORAGE SECTION.
011900 01  WS-DATA-PATH                         PIC X(200).
012000 01  WS-DATA-STATUS                       PIC XX.
012100 01  WS-DATA-REC-LEN                      PIC 9(4).
012200 01  WS-MASKED-PATH                       PIC X(200).
012300 01  WS-MASKED-STATUS                     PIC XX.
012400 01  WS-MASKED-REC-LEN                    PIC 9(4).
012500 01  WS-MASK-PATH                         PIC X(200).
012600 01  WS-MASK-STATUS                       PIC XX.
012700 01  WS-OUT-PATH                          PIC X(200).
012800 01  WS-OUT-STATUS                        PIC XX.
012900 01  WS-TO-SCREEN                         PIC X VALUE "Y".
013000 01  WS-OUT-LINE                          PIC X(160).
013100 01  WS-EOF-SW                            PIC X VALUE "N".
013200     88 WS-EOF                            VALUE "Y".
013300 01  WS-MASK-EOF-SW                       PIC X VALUE "N".
013400     88 WS-MASK-EOF                       VALUE "Y".
013500 01  WS-MASK-BAD-SW                       PIC X VALUE "N".
013600 01  WS-RECORD                            PIC X(9999).
013700 01  WS-FIELD-TEXT                        PIC X(9999).
013800 01  WS-REC-NUMBER                        PIC 9(9) VALUE ZERO.
013900 01  WS-WRITTEN-COUNT                     PIC 9(9) VALUE ZERO.
014000 01  WS-UNKNOWN-COUNT                     PIC 9(9) VALUE ZERO.
014100 01  WS-WRITE-FAIL-COUNT                  PIC 9(9) VALUE ZERO.
014200 01  WS-RULE-LINE                         PIC X(120).
014300 01  WS-RULE-LINE-NO                      PIC 9(5).
014400 01  WS-LINE-DISP                         PIC ZZZZ9.
014500 01  WS-LINE-PTR                          PIC 9(4).
014600 01  WS-VALUE-PTR                         PIC 9(4).
014700 01  WS-KEYWORD                           PIC X(40).
014800 01  WS-KEYVALUE                          PIC X(120).
014900 01  WS-MASK-WORD                         PIC X(20).
015000 01  WS-FIXED-TEXT                        PIC X(80).
015100 01  WS-SEED                              PIC 9(9) VALUE ZERO.
015200 01  WS-SEED-LEN                          PIC 9(4).
015300 01  WS-REC-FIRST                         PIC 9(4).
015400 01  WS-REC-LAST                          PIC 9(4).
015500 01  WS-IDX                               PIC 9(4).
015600 01  WS-SCAN-IDX                          PIC 9(4).
015700 01  WS-FOUND-IDX                         PIC 9(4).
015800 01  WS-FLD-OFF                           PIC 9(6).
015900 01  WS-FLD-END                           PIC 9(6).
016000 01  WS-FLD-LEN                           PIC 9(6).
016100 01  WS-BYTE-IDX                          PIC 9(6).
016200 01  WS-BYTE                              PIC X.
016300 01  WS-BYTE-VAL                          PIC 9(4).
016400 01  WS-NIB-HI                            PIC 9(2).
016500 01  WS-NIB-LO                            PIC 9(2).
016600 01  WS-PACKED-NUM                        PIC 9(18).
016700 01  WS-PACKED-BAD-SW                     PIC X.
016800 01  WS-BIN-NUM                           PIC 9(18).
016900 01  WS-BIN-NEG-SW                        PIC X.
017000     88 WS-BIN-NEG                        VALUE "Y".
017100 01  WS-NUM-VALUE                         PIC S9(18).
017200 01  WS-NUM-OK-SW                         PIC X.
017300 01  WS-ABS-VALUE                         PIC 9(18).
017400 01  WS-PIC-NUMERIC-SW                    PIC X.
017500     88 WS-PIC-NUMERIC                    VALUE "Y".
017600 01  WS-PIC-CHAR                          PIC X.
017700 01  WS-PIC-SCAN                          PIC 9(4).
017800 01  WS-PIC-SCAN-LEN                      PIC 9(4).
017900 01  WS-PIC-REPEAT                        PIC 9(4).
018000 01  WS-AFTER-V-SW                        PIC X.
018100 01  WS-SCALE                             PIC 9(2).
018200 01  WS-LEAD                              PIC 9(2).
018300 01  WS-ZONE-LEN                          PIC 9(4).
018400 01  WS-ZONE-CHAR                         PIC X.
018500 01  WS-ZONE-POS                          PIC 9(2).
018600 01  WS-ZONE-SCAN                         PIC 9(2).
018700 01  WS-ZONE-DIGIT                        PIC 9(2).
018800 01  WS-ZONE-LEAD                         PIC S9(18).
018900 01  WS-OVERPUNCH-SET                     PIC X(22)
019000     VALUE "{ABCDEFGHI}JKLMNOPQR+-".
019100 01  WS-CELL                              PIC X(80).
019200 01  WS-CELL-LEN                          PIC 9(4).
019300 01  WS-CELL-IDX                          PIC 9(4).
019400 01  WS-CELL-CHAR                         PIC X.
019500 01  WS-VAL-NUM                           PIC 9(18).
019600 01  WS-VAL-OK-SW                         PIC X.
019700 01  WS-SIGN-SEEN-SW                      PIC X.
019800 01  WS-DIGIT-SEEN-SW                     PIC X.
019900 01  WS-DOT-SW                            PIC X.
020000 01  WS-SIG-DIGITS                        PIC 9(2).
020100 01  WS-FRAC-DIGITS                       PIC 9(2).
020200 01  WS-DROPPED-SW                        PIC X.
020300 01  WS-DIGIT-VAL                         PIC 9.
020400 01  WS-DIGIT-STRING                      PIC X(37).
020500 01  WS-DIGIT-COUNT                       PIC 9(2).
020600 01  WS-DIGIT-EDIT                        PIC 9(18).
020700 01  WS-NEG-SW                            PIC X.
020800     88 WS-VALUE-NEGATIVE                 VALUE "Y".
020900 01  WS-BIN-WORK                          PIC 9(20).
021000 01  WS-BIN-LIMIT                         PIC 9(20).
021100 01  WS-BIN-REM                           PIC 9(4).
021200 01  WS-BIN-POS                           PIC 9(2).
021300 01  WS-NEG-PUNCH                         PIC X(10)
021400                                          VALUE "}JKLMNOPQR".
021500 01  WS-TR-IDX                            PIC 9(6).
021600 01  WS-TR-BYTE                           PIC X.
021700 01  WS-TR-VAL                            PIC 9(4).
021800 01  WS-STORE-BAD-SW                      PIC X.
021900 01  WS-CNT-DISP                          PIC ZZZZZZZZ9.
022000
022100* THE SCRAMBLE - ONE CHARACTER AT A TIME, EACH SHIFTED WITHIN
022200* ITS OWN CLASS (DIGIT, UPPER CASE, LOWER CASE) BY A RUNNING
022300* HASH (SUBST) OR THE NEXT RANDOM NUMBER (RANDOM).
022400 01  WS-DIGIT-SET                         PIC X(10)
022500     VALUE "0123456789".
022600 01  WS-UPPER-SET                         PIC X(26)
022700     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
022800 01  WS-LOWER-SET                         PIC X(26)
022900     VALUE "abcdefghijklmnopqrstuvwxyz".
023000 01  WS-CHAR-POS                          PIC 9(6).
023100 01  WS-DIG-IDX                           PIC 9(2).
023200 01  WS-OLD-CHAR                          PIC X.
023300 01  WS-NEW-CHAR                          PIC X.
023400 01  WS-CLASS-IDX                         PIC 9(4).
023500 01  WS-SHIFT                             PIC 9(10).
023600 01  WS-SHIFT-WORK                        PIC 9(11).
023700 01  WS-SHIFT-QUOT                        PIC 9(11).
023800 01  WS-NEW-IDX                           PIC 9(4).
023900 01  WS-HASH-START                        PIC 9(6).
024000 01  WS-HASH                              PIC 9(6).
024100 01  WS-HASH-WORK                         PIC 9(9).
024200 01  WS-HASH-QUOT                         PIC 9(9).
024300 01  WS-RAND-STATE                        PIC 9(10).
024400 01  WS-RAND-WORK                         PIC 9(15).
024500 01  WS-RAND-QUOT                         PIC 9(15).
024600 01  WS-TS-RAW                            PIC X(21).
024700
024800 01  WS-PARSE-DIALECT                     PIC X(8)
024900                                          VALUE "RMC".
025000
025100 01  WS-WANT-REC-NO                       PIC 9(2).
025200 01  WS-01-SEEN                           PIC 9(2).
025300 01  WS-01-TOTAL                          PIC 9(2).
025400 01  WS-RULE-IDX                          PIC 9(2).
025500 01  WS-RULE-BAD-SW                       PIC X.
025600 01  WS-REC-TYPE-NO                       PIC 9(2).
025700 01  WS-ENC                               PIC X(8) VALUE "ASCII".
025800 01  WS-DISC-WORK                         PIC X(8).
025900 01  WS-TRAN-TEXT                         PIC X(64).
026000 01  WS-TRAN-LEN                          PIC 9(4).
026100 01  WS-TRAN-IDX                          PIC 9(4).
026200
026300* THE MASKING RULES, IN FILE ORDER, AND WHAT EACH ONE DID.
026400 01  WS-MASK-TABLE.
026500     05 WS-MASK-COUNT                     PIC 9(2) VALUE ZERO.
026600     05 WS-MASK-ENTRY OCCURS 50 TIMES.
026700         10 WS-MASK-NAME                  PIC X(35).
026800         10 WS-MASK-METHOD                PIC X(8).
026900         10 WS-MASK-VALUE                 PIC X(80).
027000         10 WS-MASK-VALUE-LEN             PIC 9(4).
027100         10 WS-MASK-SLOTS                 PIC 9(4).
027200         10 WS-MASK-DONE                  PIC 9(9).
027300         10 WS-MASK-ZEROED                PIC 9(9).
027400 01  WS-MASK-IDX                          PIC 9(2).
027500
027600* THE 01 LEVELS TO MASK, IN RULE ORDER. WITHOUT A RULES FILE,
027700* JUST THE FIRST 01 LEVEL.
027800 01  WS-TYPE-LIST.
027900     05 WS-TYPE-COUNT                     PIC 9(2) VALUE ZERO.
028000     05 WS-TYPE-REC-NO OCCURS 20 TIMES    PIC 9(2).
028100 01  WS-TYPE-IDX                          PIC 9(2).
028200 01  WS-TYPE-SCAN                         PIC 9(2).
028300 01  WS-TYPE-DUP-SW                       PIC X.
028400
028500* EVERY OCCURRENCE OF A MASKED FIELD: THE 01 LEVEL IT BELONGS
028600* TO, THE RULE THAT MASKS IT, THE FIELD TABLE ENTRY AND THE
028700* OFFSET OF THE OCCURRENCE.
028800 01  WS-SLOT-TABLE.
028900     05 WS-SLOT-COUNT                     PIC 9(4) VALUE ZERO.
029000     05 WS-SLOT-ENTRY OCCURS 5000 TIMES.
029100         10 WS-SLOT-REC-NO                PIC 9(2).
029200         10 WS-SLOT-RULE                  PIC 9(2).
029300         10 WS-SLOT-FLD                   PIC 9(4).
029400         10 WS-SLOT-OFF                   PIC 9(6).
029500 01  WS-SLOT-IDX                          PIC 9(4).
029600 01  WS-SLOT-OVER-SW                      PIC X.
029700
029800* THE ENCLOSING GROUPS OF THE ENTRY BEING WALKED, OUTERMOST
029900* FIRST, AND THE TABLE DIMENSIONS THEY CONTRIBUTE.
030000 01  WS-ANC-TABLE.
030100     05 WS-ANC-DEPTH                      PIC 9(2) VALUE ZERO.
030200     05 WS-ANC-ENTRY OCCURS 20 TIMES.
030300         10 WS-ANC-LEVEL                  PIC 9(2).
030400         10 WS-ANC-OCCURS                 PIC 9(5).
030500         10 WS-ANC-ELEM-LEN               PIC 9(6).
030600 01  WS-ANC-IDX                           PIC 9(2).
030700 01  WS-DIM-TABLE.
030800     05 WS-DIM-COUNT                      PIC 9(2) VALUE ZERO.
030900     05 WS-DIM-ENTRY OCCURS 21 TIMES.
031000         10 WS-DIM-OCCURS                 PIC 9(5).
031100         10 WS-DIM-STRIDE                 PIC 9(6).
031200 01  WS-DIM-DEEP-SW                       PIC X.
031300 01  WS-D1                                PIC 9(5).
031400 01  WS-D2                                PIC 9(5).
031500 01  WS-D3                                PIC 9(5).
031600 01  WS-N1                                PIC 9(5).
031700 01  WS-N2                                PIC 9(5).
031800 01  WS-N3                                PIC 9(5).
031900 01  WS-S1                                PIC 9(6).
032000 01  WS-S2                                PIC 9(6).
032100 01  WS-S3                                PIC 9(6).
032200
032300     COPY "FLDTAB.cpy".
032400     COPY "SIZERES.cpy".
032500     COPY "RECTYPE.cpy".
032600     COPY "EBCTAB.cpy".
032700
032800 LINKAGE SECTION.
032900 01  LS-COPYBOOK-PATH                     PIC X(200).
033000 01  LS-DATA-PATH                         PIC X(200).
033100 01  LS-MASK-PATH                         PIC X(200).
033200 01  LS-MASKED-PATH                       PIC X(200).
033300 01  LS-RULES-PATH                        PIC X(200).
033400 01  LS-ENCODING                          PIC X(8).
033500 01  LS-OUTPUT-PATH                       PIC X(200).
033600
033700 PROCEDURE DIVISION USING LS-COPYBOOK-PATH LS-DATA-PATH
033800                           LS-MASK-PATH LS-MASKED-PATH
033900                           LS-RULES-PATH LS-ENCODING
034000                           LS-OUTPUT-PATH.
034100
034200 MAIN-MASK.
034300     MOVE ZERO TO WS-REC-NUMBER WS-WRITTEN-COUNT
034400                  WS-UNKNOWN-COUNT WS-WRITE-FAIL-COUNT
034500                  WS-SEED
034600     MOVE "N" TO WS-EOF-SW
034700     MOVE FUNCTION UPPER-CASE(LS-ENCODING) TO WS-ENC
034800     IF WS-ENC = SPACES
034900         MOVE "ASCII" TO WS-ENC
035000     END-IF
035100     IF WS-ENC NOT = "ASCII" AND WS-ENC NOT = "EBCDIC"
035200         DISPLAY "CPYMASK: ENCODING MUST BE ASCII OR EBCDIC"
035300             " - GOT " FUNCTION TRIM(LS-ENCODING)
035400         GOBACK
035500     END-IF
035600     IF LS-DATA-PATH = SPACES OR LS-MASKED-PATH = SPACES
035700       OR LS-MASKED-PATH = "SYSOUT"
035800         DISPLAY "CPYMASK: A DATA FILE AND A MASKED FILE ARE "
035900             "BOTH REQUIRED"
036000         GOBACK
036100     END-IF
036200     IF LS-MASKED-PATH = LS-DATA-PATH
036300         DISPLAY "CPYMASK: THE MASKED FILE MUST NOT BE THE "
036400             "INPUT FILE"
036500         GOBACK
036600     END-IF
036700     IF LS-MASK-PATH = SPACES
036800         DISPLAY "CPYMASK: A MASKING RULES FILE IS REQUIRED"
036900         GOBACK
037000     END-IF
037100*    BACK TO THE HOUSE PROFILE FIRST - A CALLED PROGRAM KEEPS
037200*    ITS LAST-USED STATE. AN EBCDIC FILE'S OFFSETS ONLY COME OUT
037300*    RIGHT UNDER THE IBM SIZING PROFILE, AS IN CPYVERIF.
037400     MOVE "RMC" TO WS-PARSE-DIALECT
037500     IF WS-ENC = "EBCDIC"
037600         MOVE "IBM" TO WS-PARSE-DIALECT
037700     END-IF
037800     CALL "CPYPARSE" USING LS-COPYBOOK-PATH WS-FLD-TABLE
037900         WS-SIZING-RESULT WS-PARSE-DIALECT
038000     IF RESULT-FILE-ERROR
038100         DISPLAY "CPYMASK: UNABLE TO OPEN COPYBOOK "
038200             FUNCTION TRIM(LS-COPYBOOK-PATH)
038300         GOBACK
038400     END-IF
038500     PERFORM FIND-FIRST-RECORD
038600     IF WS-REC-FIRST = 0
038700         DISPLAY "CPYMASK: NO 01-LEVEL RECORD IN "
038800             FUNCTION TRIM(LS-COPYBOOK-PATH)
038900         GOBACK
039000     END-IF
039100     CALL "CPYRULES" USING LS-RULES-PATH WS-TYPE-RULES
039200     IF RULES-FILE-ERROR
039300         GOBACK
039400     END-IF
039500     IF RULES-OK
039600         PERFORM PREPARE-TYPE-RULES
039700         IF WS-RULE-BAD-SW = "Y"
039800             GOBACK
039900         END-IF
040000     END-IF
040100     PERFORM BUILD-TYPE-LIST
040200     PERFORM LOAD-MASK-RULES
040300     IF WS-MASK-BAD-SW = "N" AND WS-MASK-COUNT = 0
040400         DISPLAY "CPYMASK: NO MASKING RULE IN "
040500             FUNCTION TRIM(LS-MASK-PATH)
040600         MOVE "Y" TO WS-MASK-BAD-SW
040700     END-IF
040800     IF WS-MASK-BAD-SW = "N"
040900         PERFORM CHECK-MASK-FIELDS
041000     END-IF
041100     IF WS-MASK-BAD-SW = "N"
041200         PERFORM BUILD-SLOT-TABLE
041300     END-IF
041400     IF WS-MASK-BAD-SW = "Y"
041500         DISPLAY "CPYMASK: MASKING RULES REFUSED - NOTHING "
041600             "COPIED"
041700         GOBACK
041800     END-IF
041900     PERFORM START-SCRAMBLE
042000     MOVE LS-DATA-PATH TO WS-DATA-PATH
042100     OPEN INPUT DATA-IN-FILE
042200     IF WS-DATA-STATUS NOT = "00"
042300         DISPLAY "CPYMASK: UNABLE TO OPEN DATA FILE "
042400             FUNCTION TRIM(LS-DATA-PATH)
042500         GOBACK
042600     END-IF
042700     MOVE LS-MASKED-PATH TO WS-MASKED-PATH
042800     OPEN OUTPUT MASKED-OUT-FILE
042900     IF WS-MASKED-STATUS NOT = "00"
043000         DISPLAY "CPYMASK: UNABLE TO OPEN MASKED FILE "
043100             FUNCTION TRIM(LS-MASKED-PATH)
043200         CLOSE DATA-IN-FILE
043300         GOBACK
043400     END-IF
043500     PERFORM OPEN-DESTINATION
043600     PERFORM WRITE-HEADER
043700     PERFORM MASK-DATA-FILE
043800     CLOSE DATA-IN-FILE
043900     CLOSE MASKED-OUT-FILE
044000     PERFORM WRITE-TOTALS
044100     PERFORM CLOSE-DESTINATION
044200     GOBACK.
044300
044400 OPEN-DESTINATION.
044500     IF LS-OUTPUT-PATH = SPACES OR LS-OUTPUT-PATH = "SYSOUT"
044600         MOVE "Y" TO WS-TO-SCREEN
044700     ELSE
044800         MOVE "N" TO WS-TO-SCREEN
044900         MOVE LS-OUTPUT-PATH TO WS-OUT-PATH
045000         OPEN OUTPUT RPT-OUT-FILE
045100     END-IF.
045200
045300 CLOSE-DESTINATION.
045400     IF WS-TO-SCREEN = "N"
045500         CLOSE RPT-OUT-FILE
045600     END-IF.
045700
045800 EMIT-LINE.
045900     IF WS-TO-SCREEN = "Y"
046000         DISPLAY FUNCTION TRIM(WS-OUT-LINE)
046100     ELSE
046200         MOVE WS-OUT-LINE TO RPT-OUT-REC
046300         WRITE RPT-OUT-REC
046400     END-IF.
046500
046600 WRITE-HEADER.
046700     MOVE SPACES TO WS-OUT-LINE
046800     STRING "TEST-DATA MASKING - " FUNCTION TRIM(LS-DATA-PATH)
046900            " -> " FUNCTION TRIM(LS-MASKED-PATH)
047000            DELIMITED BY SIZE INTO WS-OUT-LINE
047100     PERFORM EMIT-LINE
047200     MOVE SPACES TO WS-OUT-LINE
047300     STRING "COPYBOOK " FUNCTION TRIM(LS-COPYBOOK-PATH)
047400            " ENCODING " FUNCTION TRIM(WS-ENC)
047500            DELIMITED BY SIZE INTO WS-OUT-LINE
047600     PERFORM EMIT-LINE
047700     MOVE SPACES TO WS-OUT-LINE
047800     STRING "MASKING RULES " FUNCTION TRIM(LS-MASK-PATH)
047900            " (" WS-MASK-COUNT " FIELDS)"
048000            DELIMITED BY SIZE INTO WS-OUT-LINE
048100     PERFORM EMIT-LINE
048200     IF RULES-OK
048300         MOVE SPACES TO WS-OUT-LINE
048400         STRING "TYPE RULES " FUNCTION TRIM(LS-RULES-PATH)
048500                " (" WS-RULE-COUNT " TYPES, DISCRIMINATOR AT +"
048600                WS-RULE-DISC-OFF ")"
048700                DELIMITED BY SIZE INTO WS-OUT-LINE
048800         PERFORM EMIT-LINE
048900     END-IF
049000     MOVE ALL "-" TO WS-OUT-LINE
049100     PERFORM EMIT-LINE.
049200
049300* THE FIRST 01 LEVEL IN THE TABLE AND THE RANGE OF ENTRIES THAT
049400* BELONG TO IT.
049500 FIND-FIRST-RECORD.
049600     MOVE 0 TO WS-REC-FIRST
049700     MOVE 0 TO WS-REC-LAST
049800     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
049900               UNTIL WS-SCAN-IDX > WS-FLD-COUNT
050000         IF FLD-LEVEL(WS-SCAN-IDX) = 1
050100             IF WS-REC-FIRST = 0
050200                 MOVE WS-SCAN-IDX TO WS-REC-FIRST
050300                 MOVE WS-FLD-COUNT TO WS-REC-LAST
050400             ELSE
050500                 IF WS-REC-LAST = WS-FLD-COUNT
050600                   AND WS-SCAN-IDX > WS-REC-FIRST
050700                     COMPUTE WS-REC-LAST = WS-SCAN-IDX - 1
050800                 END-IF
050900             END-IF
051000         END-IF
051100     END-PERFORM.
051200
051300* RESOLVES THE DISCRIMINATOR FIELD NAME (WHEN THE RULES FILE
051400* NAMES ONE) AGAINST THE FIELD TABLE AND CHECKS EVERY RULE'S
051500* RECORD NUMBER NAMES AN 01 LEVEL THE COPYBOOK ACTUALLY HAS.
051600 PREPARE-TYPE-RULES.
051700     MOVE "N" TO WS-RULE-BAD-SW
051800     IF WS-RULE-DISC-FIELD NOT = SPACES
051900         MOVE 0 TO WS-FOUND-IDX
052000         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
052100                   UNTIL WS-SCAN-IDX > WS-FLD-COUNT
052200                      OR WS-FOUND-IDX > 0
052300             IF FUNCTION TRIM(FLD-NAME(WS-SCAN-IDX)) =
052400                FUNCTION TRIM(WS-RULE-DISC-FIELD)
052500                 MOVE WS-SCAN-IDX TO WS-FOUND-IDX
052600             END-IF
052700         END-PERFORM
052800         IF WS-FOUND-IDX = 0
052900             DISPLAY "CPYMASK: DISCRIMINATOR FIELD "
053000                 FUNCTION TRIM(WS-RULE-DISC-FIELD)
053100                 " NOT IN COPYBOOK"
053200             MOVE "Y" TO WS-RULE-BAD-SW
053300         ELSE
053400             MOVE FLD-OFFSET(WS-FOUND-IDX) TO WS-RULE-DISC-OFF
053500             MOVE FLD-ELEM-LEN(WS-FOUND-IDX) TO WS-RULE-DISC-LEN
053600         END-IF
053700     END-IF
053800     IF WS-RULE-DISC-LEN = 0 OR WS-RULE-DISC-LEN > 8
053900         MOVE 1 TO WS-RULE-DISC-LEN
054000     END-IF
054100     MOVE 0 TO WS-01-TOTAL
054200     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
054300               UNTIL WS-SCAN-IDX > WS-FLD-COUNT
054400         IF FLD-LEVEL(WS-SCAN-IDX) = 1
054500             ADD 1 TO WS-01-TOTAL
054600         END-IF
054700     END-PERFORM
054800     PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
054900               UNTIL WS-RULE-IDX > WS-RULE-COUNT
055000         IF WS-RULE-RECORD-NO(WS-RULE-IDX) = 0
055100           OR WS-RULE-RECORD-NO(WS-RULE-IDX) > WS-01-TOTAL
055200             DISPLAY "CPYMASK: RULE TYPE "
055300                 FUNCTION TRIM(WS-RULE-VALUE(WS-RULE-IDX))
055400                 " NAMES 01 NUMBER "
055500                 WS-RULE-RECORD-NO(WS-RULE-IDX)
055600                 " - COPYBOOK HAS " WS-01-TOTAL
055700             MOVE "Y" TO WS-RULE-BAD-SW
055800         END-IF
055900     END-PERFORM.
056000
056100* ONE ENTRY PER DISTINCT 01 LEVEL THE RULES NAME; WITHOUT
056200* RULES, THE FIRST 01 LEVEL.
056300 BUILD-TYPE-LIST.
056400     MOVE 0 TO WS-TYPE-COUNT
056500     IF RULES-OK
056600         PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
056700                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
056800             MOVE "N" TO WS-TYPE-DUP-SW
056900             PERFORM VARYING WS-TYPE-SCAN FROM 1 BY 1
057000                       UNTIL WS-TYPE-SCAN > WS-TYPE-COUNT
057100                 IF WS-TYPE-REC-NO(WS-TYPE-SCAN) =
057200                    WS-RULE-RECORD-NO(WS-RULE-IDX)
057300                     MOVE "Y" TO WS-TYPE-DUP-SW
057400                 END-IF
057500             END-PERFORM
057600             IF WS-TYPE-DUP-SW = "N"
057700                 ADD 1 TO WS-TYPE-COUNT
057800                 MOVE WS-RULE-RECORD-NO(WS-RULE-IDX)
057900                      TO WS-TYPE-REC-NO(WS-TYPE-COUNT)
058000             END-IF
058100         END-PERFORM
058200     ELSE
058300         MOVE 1 TO WS-TYPE-COUNT
058400         MOVE 1 TO WS-TYPE-REC-NO(1)
058500     END-IF.
058600
058700* POINTS WS-REC-FIRST/WS-REC-LAST AT THE WS-WANT-REC-NO'TH
058800* 01 LEVEL OF THE FIELD TABLE.
058900 SET-RECORD-RANGE.
059000     MOVE 0 TO WS-REC-FIRST
059100     MOVE 0 TO WS-REC-LAST
059200     MOVE 0 TO WS-01-SEEN
059300     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
059400               UNTIL WS-SCAN-IDX > WS-FLD-COUNT
059500         IF FLD-LEVEL(WS-SCAN-IDX) = 1
059600             ADD 1 TO WS-01-SEEN
059700             IF WS-01-SEEN = WS-WANT-REC-NO
059800                 MOVE WS-SCAN-IDX TO WS-REC-FIRST
059900                 MOVE WS-FLD-COUNT TO WS-REC-LAST
060000             ELSE
060100                 IF WS-01-SEEN = WS-WANT-REC-NO + 1
060200                     COMPUTE WS-REC-LAST = WS-SCAN-IDX - 1
060300                 END-IF
060400             END-IF
060500         END-IF
060600     END-PERFORM.
060700
060800* MATCHES THE CURRENT RECORD'S TYPE BYTES AGAINST THE RULES AND
060900* LEAVES THE 01 NUMBER THEY SELECT IN WS-REC-TYPE-NO (ZERO WHEN
061000* NO RULE MATCHES).
061100 FIND-RECORD-TYPE.
061200     MOVE 0 TO WS-FOUND-IDX
061300     MOVE 0 TO WS-REC-TYPE-NO
061400     MOVE SPACES TO WS-DISC-WORK
061500     IF WS-RULE-DISC-OFF + WS-RULE-DISC-LEN - 1
061600             <= WS-DATA-REC-LEN
061700         MOVE WS-RECORD(WS-RULE-DISC-OFF:WS-RULE-DISC-LEN)
061800              TO WS-DISC-WORK
061900         IF WS-ENC = "EBCDIC"
062000*            THE RULES FILE IS ASCII - TRANSLATE THE RECORD'S
062100*            TYPE BYTES BEFORE MATCHING THEM.
062200             MOVE WS-DISC-WORK TO WS-TRAN-TEXT
062300             MOVE WS-RULE-DISC-LEN TO WS-TRAN-LEN
062400             PERFORM TRANSLATE-E2A-TEXT
062500             MOVE WS-TRAN-TEXT(1:8) TO WS-DISC-WORK
062600         END-IF
062700         PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
062800                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
062900                      OR WS-FOUND-IDX > 0
063000             IF WS-DISC-WORK(1:WS-RULE-DISC-LEN) =
063100                WS-RULE-VALUE(WS-RULE-IDX)(1:WS-RULE-DISC-LEN)
063200                 MOVE WS-RULE-IDX TO WS-FOUND-IDX
063300             END-IF
063400         END-PERFORM
063500     END-IF
063600     IF WS-FOUND-IDX > 0
063700         MOVE WS-RULE-RECORD-NO(WS-FOUND-IDX) TO WS-REC-TYPE-NO
063800     END-IF.
063900
064000* TRANSLATES THE FIRST WS-TRAN-LEN BYTES OF WS-TRAN-TEXT FROM
064100* EBCDIC TO ASCII THROUGH THE EBCTAB TABLE.
064200 TRANSLATE-E2A-TEXT.
064300     PERFORM VARYING WS-TRAN-IDX FROM 1 BY 1
064400               UNTIL WS-TRAN-IDX > WS-TRAN-LEN
064500         MOVE WS-TRAN-TEXT(WS-TRAN-IDX:1) TO WS-BYTE
064600         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE)
064700         MOVE WS-E2A-BYTE(WS-BYTE-VAL)
064800              TO WS-TRAN-TEXT(WS-TRAN-IDX:1)
064900     END-PERFORM.
065000
065100******************************************************************
065200*    MASKING RULES
065300******************************************************************
065400
065500* READS THE MASKING-RULES FILE INTO WS-MASK-TABLE. EVERY BAD
065600* LINE IS SHOWN BEFORE THE RUN IS REFUSED, SO ONE EDIT FIXES
065700* THEM ALL.
065800 LOAD-MASK-RULES.
065900     MOVE 0 TO WS-MASK-COUNT
066000     MOVE 0 TO WS-RULE-LINE-NO
066100     MOVE "N" TO WS-MASK-BAD-SW
066200     MOVE "N" TO WS-MASK-EOF-SW
066300     MOVE LS-MASK-PATH TO WS-MASK-PATH
066400     OPEN INPUT MASK-RULES-FILE
066500     IF WS-MASK-STATUS NOT = "00"
066600         DISPLAY "CPYMASK: UNABLE TO OPEN MASKING RULES "
066700             FUNCTION TRIM(LS-MASK-PATH)
066800         MOVE "Y" TO WS-MASK-BAD-SW
066900     ELSE
067000         PERFORM UNTIL WS-MASK-EOF
067100             READ MASK-RULES-FILE
067200                 AT END
067300                     SET WS-MASK-EOF TO TRUE
067400             END-READ
067500             IF NOT WS-MASK-EOF
067600                 ADD 1 TO WS-RULE-LINE-NO
067700                 MOVE MASK-RULES-REC TO WS-RULE-LINE
067800                 IF WS-RULE-LINE NOT = SPACES
067900                   AND WS-RULE-LINE(1:1) NOT = "#"
068000                     PERFORM LOAD-ONE-MASK-RULE
068100                 END-IF
068200             END-IF
068300         END-PERFORM
068400         CLOSE MASK-RULES-FILE
068500     END-IF.
068600
068700 LOAD-ONE-MASK-RULE.
068800     MOVE SPACES TO WS-KEYWORD WS-KEYVALUE
068900     MOVE 1 TO WS-LINE-PTR
069000     UNSTRING WS-RULE-LINE DELIMITED BY "="
069100         INTO WS-KEYWORD
069200         WITH POINTER WS-LINE-PTR
069300     END-UNSTRING
069400     IF WS-LINE-PTR <= 120
069500         MOVE WS-RULE-LINE(WS-LINE-PTR:) TO WS-KEYVALUE
069600     END-IF
069700     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KEYWORD))
069800         TO WS-KEYWORD
069900     MOVE WS-RULE-LINE-NO TO WS-LINE-DISP
070000     EVALUATE TRUE
070100         WHEN WS-KEYWORD = SPACES OR WS-KEYVALUE = SPACES
070200             DISPLAY "CPYMASK: LINE " FUNCTION TRIM(WS-LINE-DISP)
070300                 " - EXPECTED FIELD-NAME=METHOD"
070400             MOVE "Y" TO WS-MASK-BAD-SW
070500         WHEN WS-KEYWORD = "SEED"
070600             MOVE FUNCTION TRIM(WS-KEYVALUE) TO WS-KEYVALUE
070700             COMPUTE WS-SEED-LEN = FUNCTION LENGTH(
070800                 FUNCTION TRIM(WS-KEYVALUE))
070900             IF WS-SEED-LEN > 9
071000               OR WS-KEYVALUE(1:WS-SEED-LEN) IS NOT NUMERIC
071100                 DISPLAY "CPYMASK: LINE "
071200                     FUNCTION TRIM(WS-LINE-DISP)
071300                     " - SEED MUST BE UP TO 9 DIGITS"
071400                 MOVE "Y" TO WS-MASK-BAD-SW
071500             ELSE
071600                 COMPUTE WS-SEED = FUNCTION NUMVAL(
071700                     WS-KEYVALUE(1:WS-SEED-LEN))
071800             END-IF
071900         WHEN OTHER
072000             PERFORM ADD-MASK-RULE
072100     END-EVALUATE.
072200
072300* METHOD[:VALUE] - ONLY FIXED TAKES A VALUE, AND IT MUST HAVE
072400* ONE. THE VALUE IS KEPT AS WRITTEN, LESS TRAILING SPACES.
072500 ADD-MASK-RULE.
072600     MOVE FUNCTION TRIM(WS-KEYVALUE) TO WS-KEYVALUE
072700     MOVE SPACES TO WS-MASK-WORD WS-FIXED-TEXT
072800     MOVE 1 TO WS-VALUE-PTR
072900     UNSTRING WS-KEYVALUE DELIMITED BY ":"
073000         INTO WS-MASK-WORD
073100         WITH POINTER WS-VALUE-PTR
073200     END-UNSTRING
073300     IF WS-VALUE-PTR <= 120
073400         MOVE WS-KEYVALUE(WS-VALUE-PTR:) TO WS-FIXED-TEXT
073500     END-IF
073600     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MASK-WORD))
073700         TO WS-MASK-WORD
073800     MOVE 0 TO WS-FOUND-IDX
073900     PERFORM VARYING WS-MASK-IDX FROM 1 BY 1
074000               UNTIL WS-MASK-IDX > WS-MASK-COUNT
074100         IF WS-MASK-NAME(WS-MASK-IDX) = WS-KEYWORD
074200             MOVE WS-MASK-IDX TO WS-FOUND-IDX
074300         END-IF
074400     END-PERFORM
074500     EVALUATE TRUE
074600         WHEN WS-MASK-WORD NOT = "BLANK"
074700          AND WS-MASK-WORD NOT = "FIXED"
074800          AND WS-MASK-WORD NOT = "RANDOM"
074900          AND WS-MASK-WORD NOT = "SUBST"
075000             DISPLAY "CPYMASK: LINE " FUNCTION TRIM(WS-LINE-DISP)
075100                 " - METHOD MUST BE BLANK, FIXED, RANDOM OR "
075200                 "SUBST - GOT " FUNCTION TRIM(WS-MASK-WORD)
075300             MOVE "Y" TO WS-MASK-BAD-SW
075400         WHEN WS-MASK-WORD = "FIXED" AND WS-FIXED-TEXT = SPACES
075500             DISPLAY "CPYMASK: LINE " FUNCTION TRIM(WS-LINE-DISP)
075600                 " - FIXED NEEDS A VALUE (FIXED:VALUE)"
075700             MOVE "Y" TO WS-MASK-BAD-SW
075800         WHEN WS-MASK-WORD NOT = "FIXED"
075900          AND WS-FIXED-TEXT NOT = SPACES
076000             DISPLAY "CPYMASK: LINE " FUNCTION TRIM(WS-LINE-DISP)
076100                 " - ONLY FIXED TAKES A VALUE"
076200             MOVE "Y" TO WS-MASK-BAD-SW
076300         WHEN WS-FOUND-IDX > 0
076400             DISPLAY "CPYMASK: LINE " FUNCTION TRIM(WS-LINE-DISP)
076500                 " - FIELD " FUNCTION TRIM(WS-KEYWORD)
076600                 " ALREADY HAS A RULE"
076700             MOVE "Y" TO WS-MASK-BAD-SW
076800         WHEN WS-MASK-COUNT >= 50
076900             DISPLAY "CPYMASK: LINE " FUNCTION TRIM(WS-LINE-DISP)
077000                 " - MORE THAN 50 MASKING RULES"
077100             MOVE "Y" TO WS-MASK-BAD-SW
077200         WHEN OTHER
077300             ADD 1 TO WS-MASK-COUNT
077400             MOVE WS-KEYWORD TO WS-MASK-NAME(WS-MASK-COUNT)
077500             MOVE WS-MASK-WORD TO WS-MASK-METHOD(WS-MASK-COUNT)
077600             MOVE WS-FIXED-TEXT TO WS-MASK-VALUE(WS-MASK-COUNT)
077700             MOVE 0 TO WS-MASK-VALUE-LEN(WS-MASK-COUNT)
077800             IF WS-FIXED-TEXT NOT = SPACES
077900                 COMPUTE WS-MASK-VALUE-LEN(WS-MASK-COUNT) =
078000                     FUNCTION LENGTH(FUNCTION TRIM(
078100                         WS-FIXED-TEXT TRAILING))
078200             END-IF
078300             MOVE 0 TO WS-MASK-SLOTS(WS-MASK-COUNT)
078400             MOVE 0 TO WS-MASK-DONE(WS-MASK-COUNT)
078500             MOVE 0 TO WS-MASK-ZEROED(WS-MASK-COUNT)
078600     END-EVALUATE.
078700
078800* EVERY RULE MUST NAME AN ELEMENTARY FIELD OF THE COPYBOOK THE
078900* METHOD CAN BE APPLIED TO. A FIXED VALUE IS TRIED AGAINST THE
079000* FIRST FIELD OF THE NAME NOW, NOT DISCOVERED BAD HALF WAY
079100* THROUGH THE FILE.
079200 CHECK-MASK-FIELDS.
079300     PERFORM VARYING WS-MASK-IDX FROM 1 BY 1
079400               UNTIL WS-MASK-IDX > WS-MASK-COUNT
079500         PERFORM CHECK-ONE-MASK-FIELD
079600     END-PERFORM.
079700
079800 CHECK-ONE-MASK-FIELD.
079900     MOVE 0 TO WS-IDX
080000     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
080100               UNTIL WS-SCAN-IDX > WS-FLD-COUNT
080200                  OR WS-IDX > 0
080300         IF FUNCTION UPPER-CASE(FLD-NAME(WS-SCAN-IDX)) =
080400            WS-MASK-NAME(WS-MASK-IDX)
080500             MOVE WS-SCAN-IDX TO WS-IDX
080600         END-IF
080700     END-PERFORM
080800     EVALUATE TRUE
080900         WHEN WS-IDX = 0
081000             DISPLAY "CPYMASK: FIELD "
081100                 FUNCTION TRIM(WS-MASK-NAME(WS-MASK-IDX))
081200                 " NOT IN COPYBOOK "
081300                 FUNCTION TRIM(LS-COPYBOOK-PATH)
081400             MOVE "Y" TO WS-MASK-BAD-SW
081500         WHEN FLD-IS-GROUP(WS-IDX) = "Y"
081600           OR FLD-ELEM-LEN(WS-IDX) = 0
081700             DISPLAY "CPYMASK: FIELD "
081800                 FUNCTION TRIM(WS-MASK-NAME(WS-MASK-IDX))
081900                 " IS A GROUP - NAME ITS ELEMENTARY FIELDS"
082000             MOVE "Y" TO WS-MASK-BAD-SW
082100         WHEN (FLD-USAGE(WS-IDX) = "COMP-1"
082200           OR FLD-USAGE(WS-IDX) = "COMP-2")
082300          AND WS-MASK-METHOD(WS-MASK-IDX) NOT = "BLANK"
082400             DISPLAY "CPYMASK: FIELD "
082500                 FUNCTION TRIM(WS-MASK-NAME(WS-MASK-IDX))
082600                 " IS FLOATING POINT - ONLY BLANK APPLIES"
082700             MOVE "Y" TO WS-MASK-BAD-SW
082800         WHEN WS-MASK-METHOD(WS-MASK-IDX) = "FIXED"
082900             PERFORM CHECK-FIXED-VALUE
083000         WHEN OTHER
083100             CONTINUE
083200     END-EVALUATE.
083300
083400 CHECK-FIXED-VALUE.
083500     MOVE FLD-ELEM-LEN(WS-IDX) TO WS-FLD-LEN
083600     PERFORM CHECK-PIC-NUMERIC
083700     IF FLD-USAGE(WS-IDX) = "COMP-3"
083800       OR FLD-USAGE(WS-IDX) = "BINARY"
083900       OR (FLD-USAGE(WS-IDX) = "DISPLAY"
084000         AND WS-PIC-NUMERIC AND WS-FLD-LEN <= 18)
084100         PERFORM COUNT-PIC-SCALE
084200         PERFORM PARSE-FIXED-NUMBER
084300         EVALUATE TRUE
084400             WHEN WS-VAL-OK-SW = "N"
084500                 DISPLAY "CPYMASK: FIELD "
084600                     FUNCTION TRIM(WS-MASK-NAME(WS-MASK-IDX))
084700                     " IS NUMERIC - FIXED VALUE "
084800                     FUNCTION TRIM(WS-MASK-VALUE(WS-MASK-IDX))
084900                     " IS NOT A NUMBER"
085000                 MOVE "Y" TO WS-MASK-BAD-SW
085100             WHEN WS-VALUE-NEGATIVE
085200              AND FLD-PIC-STRING(WS-IDX)(1:1) NOT = "S"
085300                 DISPLAY "CPYMASK: FIELD "
085400                     FUNCTION TRIM(WS-MASK-NAME(WS-MASK-IDX))
085500                     " IS UNSIGNED - FIXED VALUE "
085600                     FUNCTION TRIM(WS-MASK-VALUE(WS-MASK-IDX))
085700                     " IS NEGATIVE"
085800                 MOVE "Y" TO WS-MASK-BAD-SW
085900             WHEN OTHER
086000*                A TRIAL STORE INTO A SCRATCH RECORD CATCHES A
086100*                VALUE TOO LARGE FOR THE FIELD.
086200                 MOVE "N" TO WS-STORE-BAD-SW
086300                 MOVE 1 TO WS-FLD-OFF
086400                 PERFORM STORE-NUMERIC-VALUE
086500                 IF WS-STORE-BAD-SW = "Y"
086600                     DISPLAY "CPYMASK: FIELD "
086700                         FUNCTION TRIM(WS-MASK-NAME(WS-MASK-IDX))
086800                         " CANNOT HOLD FIXED VALUE "
086900                         FUNCTION TRIM(WS-MASK-VALUE(WS-MASK-IDX))
087000                     MOVE "Y" TO WS-MASK-BAD-SW
087100                 END-IF
087200         END-EVALUATE
087300     ELSE
087400         IF WS-MASK-VALUE-LEN(WS-MASK-IDX) > WS-FLD-LEN
087500             DISPLAY "CPYMASK: FIXED VALUE FOR "
087600                 FUNCTION TRIM(WS-MASK-NAME(WS-MASK-IDX))
087700                 " IS LONGER THAN THE FIELD"
087800             MOVE "Y" TO WS-MASK-BAD-SW
087900         END-IF
088000     END-IF.
088100
088200******************************************************************
088300*    FIELD OCCURRENCES
088400******************************************************************
088500
088600* LISTS EVERY OCCURRENCE OF EVERY MASKED FIELD IN EACH 01 LEVEL
088700* TO BE MASKED, SO A RECORD IS MASKED BY ONE PASS OVER ITS
088800* SLOTS.
088900 BUILD-SLOT-TABLE.
089000     MOVE 0 TO WS-SLOT-COUNT
089100     MOVE "N" TO WS-SLOT-OVER-SW
089200     PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
089300               UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
089400         MOVE WS-TYPE-REC-NO(WS-TYPE-IDX) TO WS-WANT-REC-NO
089500         PERFORM SET-RECORD-RANGE
089600         MOVE 0 TO WS-ANC-DEPTH
089700         PERFORM VARYING WS-IDX FROM WS-REC-FIRST BY 1
089800                   UNTIL WS-IDX > WS-REC-LAST
089900             PERFORM SLOTS-FOR-ENTRY
090000         END-PERFORM
090100     END-PERFORM
090200     IF WS-SLOT-OVER-SW = "Y"
090300         DISPLAY "CPYMASK: MORE THAN 5000 FIELD OCCURRENCES "
090400             "TO MASK"
090500         MOVE "Y" TO WS-MASK-BAD-SW
090600     END-IF.
090700
090800* KEEPS THE CHAIN OF ENCLOSING GROUPS UP TO DATE AND ADDS THE
090900* SLOTS OF AN ELEMENTARY FIELD SOME RULE NAMES. UNLIKE CPYCSV
091000* A REDEFINES IS WALKED LIKE ANY OTHER ENTRY.
091100 SLOTS-FOR-ENTRY.
091200     PERFORM UNTIL WS-ANC-DEPTH = 0
091300                OR WS-ANC-LEVEL(WS-ANC-DEPTH) < FLD-LEVEL(WS-IDX)
091400         SUBTRACT 1 FROM WS-ANC-DEPTH
091500     END-PERFORM
091600     IF FLD-IS-GROUP(WS-IDX) = "Y"
091700         IF WS-ANC-DEPTH < 20
091800             ADD 1 TO WS-ANC-DEPTH
091900             MOVE FLD-LEVEL(WS-IDX) TO WS-ANC-LEVEL(WS-ANC-DEPTH)
092000             MOVE FLD-OCCURS-MAX(WS-IDX)
092100                  TO WS-ANC-OCCURS(WS-ANC-DEPTH)
092200*            A GROUP'S LENGTH COVERS EVERY OCCURRENCE - THE
092300*            STRIDE BETWEEN OCCURRENCES IS ONE SHARE OF IT.
092400             IF FLD-OCCURS-MAX(WS-IDX) > 0
092500                 COMPUTE WS-ANC-ELEM-LEN(WS-ANC-DEPTH) =
092600                     FLD-LEN-MAX(WS-IDX) / FLD-OCCURS-MAX(WS-IDX)
092700             ELSE
092800                 MOVE FLD-LEN-MAX(WS-IDX)
092900                      TO WS-ANC-ELEM-LEN(WS-ANC-DEPTH)
093000             END-IF
093100         END-IF
093200     ELSE
093300         MOVE 0 TO WS-MASK-IDX
093400         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
093500                   UNTIL WS-SCAN-IDX > WS-MASK-COUNT
093600             IF FUNCTION UPPER-CASE(FLD-NAME(WS-IDX)) =
093700                WS-MASK-NAME(WS-SCAN-IDX)
093800                 MOVE WS-SCAN-IDX TO WS-MASK-IDX
093900             END-IF
094000         END-PERFORM
094100         IF WS-MASK-IDX > 0
094200             PERFORM ADD-FIELD-SLOTS
094300         END-IF
094400     END-IF.
094500
094600* THE TABLE DIMENSIONS OF THE FIELD ARE THE OCCURS OF ITS
094700* ENCLOSING GROUPS, OUTERMOST FIRST, THEN ITS OWN - UP TO THREE.
094800* A DEEPER FIELD IS REFUSED: ITS OUTER OCCURRENCES WOULD BE
094900* COPIED UNMASKED.
095000 ADD-FIELD-SLOTS.
095100     MOVE 0 TO WS-DIM-COUNT
095200     PERFORM VARYING WS-ANC-IDX FROM 1 BY 1
095300               UNTIL WS-ANC-IDX > WS-ANC-DEPTH
095400         IF WS-ANC-OCCURS(WS-ANC-IDX) > 0
095500             ADD 1 TO WS-DIM-COUNT
095600             MOVE WS-ANC-OCCURS(WS-ANC-IDX)
095700                  TO WS-DIM-OCCURS(WS-DIM-COUNT)
095800             MOVE WS-ANC-ELEM-LEN(WS-ANC-IDX)
095900                  TO WS-DIM-STRIDE(WS-DIM-COUNT)
096000         END-IF
096100     END-PERFORM
096200     IF FLD-OCCURS-MAX(WS-IDX) > 0
096300         ADD 1 TO WS-DIM-COUNT
096400         MOVE FLD-OCCURS-MAX(WS-IDX)
096500              TO WS-DIM-OCCURS(WS-DIM-COUNT)
096600         MOVE FLD-ELEM-LEN(WS-IDX) TO WS-DIM-STRIDE(WS-DIM-COUNT)
096700     END-IF
096800     IF WS-DIM-COUNT > 3
096900         DISPLAY "CPYMASK: FIELD "
097000             FUNCTION TRIM(WS-MASK-NAME(WS-MASK-IDX))
097100             " IS NESTED IN MORE THAN THREE TABLES"
097200         MOVE "Y" TO WS-MASK-BAD-SW
097300     ELSE
097400         MOVE 1 TO WS-N1 WS-N2 WS-N3
097500         MOVE 0 TO WS-S1 WS-S2 WS-S3
097600         IF WS-DIM-COUNT >= 1
097700             MOVE WS-DIM-OCCURS(1) TO WS-N1
097800             MOVE WS-DIM-STRIDE(1) TO WS-S1
097900         END-IF
098000         IF WS-DIM-COUNT >= 2
098100             MOVE WS-DIM-OCCURS(2) TO WS-N2
098200             MOVE WS-DIM-STRIDE(2) TO WS-S2
098300         END-IF
098400         IF WS-DIM-COUNT >= 3
098500             MOVE WS-DIM-OCCURS(3) TO WS-N3
098600             MOVE WS-DIM-STRIDE(3) TO WS-S3
098700         END-IF
098800         PERFORM ADD-ONE-SLOT
098900             VARYING WS-D1 FROM 1 BY 1 UNTIL WS-D1 > WS-N1
099000             AFTER WS-D2 FROM 1 BY 1 UNTIL WS-D2 > WS-N2
099100             AFTER WS-D3 FROM 1 BY 1 UNTIL WS-D3 > WS-N3
099200     END-IF.
099300
099400 ADD-ONE-SLOT.
099500     IF WS-SLOT-COUNT >= 5000
099600         MOVE "Y" TO WS-SLOT-OVER-SW
099700     ELSE
099800         ADD 1 TO WS-SLOT-COUNT
099900         MOVE WS-WANT-REC-NO TO WS-SLOT-REC-NO(WS-SLOT-COUNT)
100000         MOVE WS-MASK-IDX TO WS-SLOT-RULE(WS-SLOT-COUNT)
100100         MOVE WS-IDX TO WS-SLOT-FLD(WS-SLOT-COUNT)
100200         COMPUTE WS-SLOT-OFF(WS-SLOT-COUNT) = FLD-OFFSET(WS-IDX)
100300             + (WS-D1 - 1) * WS-S1
100400             + (WS-D2 - 1) * WS-S2
100500             + (WS-D3 - 1) * WS-S3
100600         ADD 1 TO WS-MASK-SLOTS(WS-MASK-IDX)
100700     END-IF.
100800
100900******************************************************************
101000*    MASK
101100******************************************************************
101200
101300* THE SUBST HASH STARTS FROM THE SEED; THE RANDOM NUMBERS FROM
101400* THE TIME OF DAY, SO EACH RUN GIVES DIFFERENT RANDOM VALUES.
101500 START-SCRAMBLE.
101600     DIVIDE WS-SEED BY 999983 GIVING WS-HASH-QUOT
101700         REMAINDER WS-HASH-START
101800     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW
101900     COMPUTE WS-RAND-STATE = FUNCTION NUMVAL(WS-TS-RAW(7:10))
102000     DIVIDE WS-RAND-STATE BY 2147483646 GIVING WS-RAND-QUOT
102100         REMAINDER WS-RAND-STATE
102200     ADD 1 TO WS-RAND-STATE.
102300
102400 MASK-DATA-FILE.
102500     PERFORM UNTIL WS-EOF
102600         READ DATA-IN-FILE INTO WS-RECORD
102700             AT END
102800                 SET WS-EOF TO TRUE
102900         END-READ
103000         IF NOT WS-EOF AND WS-DATA-STATUS NOT = "00"
103100             MOVE SPACES TO WS-OUT-LINE
103200             STRING "READ ERROR ON DATA FILE (STATUS "
103300                    WS-DATA-STATUS ") - COPY ENDED EARLY"
103400                    DELIMITED BY SIZE INTO WS-OUT-LINE
103500             PERFORM EMIT-LINE
103600             SET WS-EOF TO TRUE
103700         END-IF
103800         IF NOT WS-EOF
103900             ADD 1 TO WS-REC-NUMBER
104000             PERFORM MASK-ONE-RECORD
104100         END-IF
104200     END-PERFORM.
104300
104400* A RECORD OF NO KNOWN TYPE HAS NO LAYOUT TO MASK IT BY AND IS
104500* LEFT OUT OF THE COPY RATHER THAN WRITTEN UNMASKED.
104600 MASK-ONE-RECORD.
104700     IF RULES-OK
104800         PERFORM FIND-RECORD-TYPE
104900     ELSE
105000         MOVE 1 TO WS-REC-TYPE-NO
105100     END-IF
105200     IF WS-REC-TYPE-NO = 0
105300         ADD 1 TO WS-UNKNOWN-COUNT
105400         MOVE WS-REC-NUMBER TO WS-CNT-DISP
105500         MOVE SPACES TO WS-OUT-LINE
105600         STRING "REC=" WS-CNT-DISP " UNKNOWN RECORD TYPE '"
105700                WS-DISC-WORK(1:WS-RULE-DISC-LEN)
105800                "' - NOT COPIED"
105900                DELIMITED BY SIZE INTO WS-OUT-LINE
106000         PERFORM EMIT-LINE
106100     ELSE
106200         PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
106300                   UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
106400             IF WS-SLOT-REC-NO(WS-SLOT-IDX) = WS-REC-TYPE-NO
106500                 PERFORM MASK-ONE-SLOT
106600             END-IF
106700         END-PERFORM
106800         MOVE WS-DATA-REC-LEN TO WS-MASKED-REC-LEN
106900         MOVE WS-RECORD(1:WS-DATA-REC-LEN)
107000              TO MASKED-OUT-REC(1:WS-DATA-REC-LEN)
107100         WRITE MASKED-OUT-REC
107200         IF WS-MASKED-STATUS NOT = "00"
107300             PERFORM REPORT-WRITE-FAILURE
107400         ELSE
107500             ADD 1 TO WS-WRITTEN-COUNT
107600         END-IF
107700     END-IF.
107800
107900* A RECORD THAT COULD NOT BE WRITTEN LEAVES THE MASKED FILE
108000* INCOMPLETE. THE FIRST FAILURE IS SHOWN, EVERY ONE IS COUNTED
108100* AND THE RUN ENDS WITH RETURN CODE 8.
108200 REPORT-WRITE-FAILURE.
108300     ADD 1 TO WS-WRITE-FAIL-COUNT
108400     IF WS-WRITE-FAIL-COUNT = 1
108500         MOVE WS-REC-NUMBER TO WS-CNT-DISP
108600         DISPLAY "CPYMASK: MASKED FILE WRITE FAILED WITH STATUS "
108700             WS-MASKED-STATUS " AT RECORD "
108800             FUNCTION TRIM(WS-CNT-DISP)
108900     END-IF
109000     MOVE 8 TO RETURN-CODE.
109100
109200* ONE OCCURRENCE OF A MASKED FIELD. AN OCCURRENCE PAST THE END
109300* OF A SHORT RECORD IS NOT THERE TO MASK.
109400 MASK-ONE-SLOT.
109500     MOVE WS-SLOT-FLD(WS-SLOT-IDX) TO WS-IDX
109600     MOVE WS-SLOT-OFF(WS-SLOT-IDX) TO WS-FLD-OFF
109700     MOVE WS-SLOT-RULE(WS-SLOT-IDX) TO WS-MASK-IDX
109800     MOVE FLD-ELEM-LEN(WS-IDX) TO WS-FLD-LEN
109900     COMPUTE WS-FLD-END = WS-FLD-OFF + WS-FLD-LEN - 1
110000     IF WS-FLD-LEN > 0 AND WS-FLD-END <= WS-DATA-REC-LEN
110100         MOVE "N" TO WS-STORE-BAD-SW
110200         EVALUATE FLD-USAGE(WS-IDX)
110300             WHEN "DISPLAY"
110400                 PERFORM CHECK-PIC-NUMERIC
110500                 IF WS-PIC-NUMERIC AND WS-FLD-LEN <= 18
110600                     PERFORM MASK-NUMERIC-FIELD
110700                 ELSE
110800                     PERFORM MASK-TEXT-FIELD
110900                 END-IF
111000             WHEN "COMP-3"
111100             WHEN "BINARY"
111200                 PERFORM MASK-NUMERIC-FIELD
111300             WHEN OTHER
111400                 MOVE LOW-VALUES
111500                      TO WS-RECORD(WS-FLD-OFF:WS-FLD-LEN)
111600         END-EVALUATE
111700         ADD 1 TO WS-MASK-DONE(WS-MASK-IDX)
111800         IF WS-STORE-BAD-SW = "Y"
111900             ADD 1 TO WS-MASK-ZEROED(WS-MASK-IDX)
112000         END-IF
112100     END-IF.
112200
112300* A NUMBER IS MASKED ON ITS VALUE AND STORED BACK IN THE FIELD'S
112400* OWN FORM. A VALUE THAT WILL NOT DECODE IS STORED AS ZERO.
112500 MASK-NUMERIC-FIELD.
112600     EVALUATE WS-MASK-METHOD(WS-MASK-IDX)
112700         WHEN "BLANK"
112800             MOVE ZERO TO WS-VAL-NUM
112900             MOVE "N" TO WS-NEG-SW
113000         WHEN "FIXED"
113100             PERFORM COUNT-PIC-SCALE
113200             PERFORM PARSE-FIXED-NUMBER
113300         WHEN OTHER
113400             PERFORM DECODE-FIELD-NUMBER
113500             IF WS-NUM-OK-SW = "Y"
113600                 PERFORM SCRAMBLE-NUMBER
113700             ELSE
113800                 MOVE ZERO TO WS-VAL-NUM
113900                 MOVE "N" TO WS-NEG-SW
114000                 MOVE "Y" TO WS-STORE-BAD-SW
114100             END-IF
114200     END-EVALUATE
114300     PERFORM STORE-NUMERIC-VALUE.
114400
114500 STORE-NUMERIC-VALUE.
114600     EVALUATE FLD-USAGE(WS-IDX)
114700         WHEN "DISPLAY"
114800             PERFORM STORE-DISPLAY-NUMERIC
114900             IF WS-ENC = "EBCDIC"
115000                 PERFORM TRANSLATE-FIELD-A2E
115100             END-IF
115200         WHEN "COMP-3"
115300             PERFORM STORE-COMP3-VALUE
115400         WHEN OTHER
115500             PERFORM STORE-BINARY-VALUE
115600     END-EVALUATE.
115700
115800* REPLACES THE SIGNIFICANT DIGITS OF WS-NUM-VALUE, KEEPING THEIR
115900* NUMBER AND THE SIGN, AND LEAVES THE RESULT IN WS-VAL-NUM AND
116000* WS-NEG-SW FOR THE ENCODERS. THE LEADING DIGIT STAYS 1-9, SO
116100* THE MASKED NUMBER HAS AS MANY DIGITS AS THE ORIGINAL.
116200 SCRAMBLE-NUMBER.
116300     IF WS-NUM-VALUE < 0
116400         MOVE "Y" TO WS-NEG-SW
116500         COMPUTE WS-ABS-VALUE = 0 - WS-NUM-VALUE
116600     ELSE
116700         MOVE "N" TO WS-NEG-SW
116800         MOVE WS-NUM-VALUE TO WS-ABS-VALUE
116900     END-IF
117000     MOVE WS-ABS-VALUE TO WS-DIGIT-EDIT
117100     MOVE WS-HASH-START TO WS-HASH
117200     MOVE 1 TO WS-LEAD
117300     PERFORM UNTIL WS-LEAD > 18
117400                OR WS-DIGIT-EDIT(WS-LEAD:1) NOT = "0"
117500         ADD 1 TO WS-LEAD
117600     END-PERFORM
117700     MOVE 0 TO WS-CHAR-POS
117800     PERFORM VARYING WS-DIG-IDX FROM WS-LEAD BY 1
117900               UNTIL WS-DIG-IDX > 18
118000         ADD 1 TO WS-CHAR-POS
118100         MOVE WS-DIGIT-EDIT(WS-DIG-IDX:1) TO WS-OLD-CHAR
118200         COMPUTE WS-CLASS-IDX = FUNCTION ORD(WS-OLD-CHAR)
118300             - FUNCTION ORD("0")
118400         PERFORM PICK-SHIFT
118500         IF WS-DIG-IDX = WS-LEAD
118600             COMPUTE WS-SHIFT-WORK = WS-CLASS-IDX - 1 + WS-SHIFT
118700             DIVIDE WS-SHIFT-WORK BY 9 GIVING WS-SHIFT-QUOT
118800                 REMAINDER WS-NEW-IDX
118900             ADD 1 TO WS-NEW-IDX
119000         ELSE
119100             COMPUTE WS-SHIFT-WORK = WS-CLASS-IDX + WS-SHIFT
119200             DIVIDE WS-SHIFT-WORK BY 10 GIVING WS-SHIFT-QUOT
119300                 REMAINDER WS-NEW-IDX
119400         END-IF
119500         MOVE WS-DIGIT-SET(WS-NEW-IDX + 1:1)
119600              TO WS-DIGIT-EDIT(WS-DIG-IDX:1)
119700         PERFORM ADVANCE-HASH
119800     END-PERFORM
119900     MOVE WS-DIGIT-EDIT TO WS-VAL-NUM
120000     IF WS-VAL-NUM = 0
120100         MOVE "N" TO WS-NEG-SW
120200     END-IF.
120300
120400* TEXT IS MASKED CHARACTER BY CHARACTER IN THE RECORD ITSELF.
120500* FOR RANDOM AND SUBST ONLY DIGITS AND LETTERS ARE REWRITTEN -
120600* ANY OTHER BYTE OF AN EBCDIC FIELD STAYS AS IT WAS RATHER THAN
120700* MAKING A ROUND TRIP THROUGH THE TRANSLATE TABLES.
120800 MASK-TEXT-FIELD.
120900     EVALUATE WS-MASK-METHOD(WS-MASK-IDX)
121000         WHEN "BLANK"
121100             MOVE SPACES TO WS-RECORD(WS-FLD-OFF:WS-FLD-LEN)
121200             IF WS-ENC = "EBCDIC"
121300                 PERFORM TRANSLATE-FIELD-A2E
121400             END-IF
121500         WHEN "FIXED"
121600             MOVE SPACES TO WS-RECORD(WS-FLD-OFF:WS-FLD-LEN)
121700             IF WS-MASK-VALUE-LEN(WS-MASK-IDX) > WS-FLD-LEN
121800                 MOVE WS-MASK-VALUE(WS-MASK-IDX)(1:WS-FLD-LEN)
121900                      TO WS-RECORD(WS-FLD-OFF:WS-FLD-LEN)
122000             ELSE
122100                 MOVE WS-MASK-VALUE(WS-MASK-IDX)
122200                         (1:WS-MASK-VALUE-LEN(WS-MASK-IDX))
122300                      TO WS-RECORD(WS-FLD-OFF:
122400                         WS-MASK-VALUE-LEN(WS-MASK-IDX))
122500             END-IF
122600             IF WS-ENC = "EBCDIC"
122700                 PERFORM TRANSLATE-FIELD-A2E
122800             END-IF
122900         WHEN OTHER
123000             MOVE WS-HASH-START TO WS-HASH
123100             PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
123200                       UNTIL WS-CHAR-POS > WS-FLD-LEN
123300                 PERFORM SCRAMBLE-TEXT-CHAR
123400             END-PERFORM
123500     END-EVALUATE.
123600
123700 SCRAMBLE-TEXT-CHAR.
123800     COMPUTE WS-TR-IDX = WS-FLD-OFF + WS-CHAR-POS - 1
123900     MOVE WS-RECORD(WS-TR-IDX:1) TO WS-OLD-CHAR
124000     IF WS-ENC = "EBCDIC"
124100         COMPUTE WS-TR-VAL = FUNCTION ORD(WS-OLD-CHAR)
124200         MOVE WS-E2A-BYTE(WS-TR-VAL) TO WS-OLD-CHAR
124300     END-IF
124400     MOVE WS-OLD-CHAR TO WS-NEW-CHAR
124500     EVALUATE TRUE
124600         WHEN WS-OLD-CHAR >= "0" AND WS-OLD-CHAR <= "9"
124700             COMPUTE WS-CLASS-IDX = FUNCTION ORD(WS-OLD-CHAR)
124800                 - FUNCTION ORD("0")
124900             PERFORM PICK-SHIFT
125000             COMPUTE WS-SHIFT-WORK = WS-CLASS-IDX + WS-SHIFT
125100             DIVIDE WS-SHIFT-WORK BY 10 GIVING WS-SHIFT-QUOT
125200                 REMAINDER WS-NEW-IDX
125300             MOVE WS-DIGIT-SET(WS-NEW-IDX + 1:1) TO WS-NEW-CHAR
125400         WHEN WS-OLD-CHAR >= "A" AND WS-OLD-CHAR <= "Z"
125500             COMPUTE WS-CLASS-IDX = FUNCTION ORD(WS-OLD-CHAR)
125600                 - FUNCTION ORD("A")
125700             PERFORM PICK-SHIFT
125800             COMPUTE WS-SHIFT-WORK = WS-CLASS-IDX + WS-SHIFT
125900             DIVIDE WS-SHIFT-WORK BY 26 GIVING WS-SHIFT-QUOT
126000                 REMAINDER WS-NEW-IDX
126100             MOVE WS-UPPER-SET(WS-NEW-IDX + 1:1) TO WS-NEW-CHAR
126200         WHEN WS-OLD-CHAR >= "a" AND WS-OLD-CHAR <= "z"
126300             COMPUTE WS-CLASS-IDX = FUNCTION ORD(WS-OLD-CHAR)
126400                 - FUNCTION ORD("a")
126500             PERFORM PICK-SHIFT
126600             COMPUTE WS-SHIFT-WORK = WS-CLASS-IDX + WS-SHIFT
126700             DIVIDE WS-SHIFT-WORK BY 26 GIVING WS-SHIFT-QUOT
126800                 REMAINDER WS-NEW-IDX
126900             MOVE WS-LOWER-SET(WS-NEW-IDX + 1:1) TO WS-NEW-CHAR
127000         WHEN OTHER
127100             CONTINUE
127200     END-EVALUATE
127300     IF WS-NEW-CHAR NOT = WS-OLD-CHAR
127400         IF WS-ENC = "EBCDIC"
127500             COMPUTE WS-TR-VAL = FUNCTION ORD(WS-NEW-CHAR)
127600             MOVE WS-A2E-BYTE(WS-TR-VAL) TO WS-RECORD(WS-TR-IDX:1)
127700         ELSE
127800             MOVE WS-NEW-CHAR TO WS-RECORD(WS-TR-IDX:1)
127900         END-IF
128000     END-IF
128100     PERFORM ADVANCE-HASH.
128200
128300* HOW FAR TO MOVE THE CURRENT CHARACTER WITHIN ITS CLASS: THE
128400* RUNNING HASH FOR SUBST, THE NEXT RANDOM NUMBER FOR RANDOM.
128500 PICK-SHIFT.
128600     IF WS-MASK-METHOD(WS-MASK-IDX) = "RANDOM"
128700         PERFORM NEXT-RANDOM
128800         MOVE WS-RAND-STATE TO WS-SHIFT
128900     ELSE
129000         MOVE WS-HASH TO WS-SHIFT
129100     END-IF.
129200
129300* THE HASH FOLDS IN EACH ORIGINAL CHARACTER AND ITS POSITION,
129400* SO EVERY SUBSTITUTE DEPENDS ON ALL THE CHARACTERS BEFORE IT.
129500* THE ORIGINAL IS ALWAYS THE ASCII FORM, SO AN EBCDIC FILE AND
129600* ITS ASCII COPY GET THE SAME SUBSTITUTES.
129700 ADVANCE-HASH.
129800     COMPUTE WS-HASH-WORK = WS-HASH * 131
129900         + FUNCTION ORD(WS-OLD-CHAR) * 7 + WS-CHAR-POS
130000     DIVIDE WS-HASH-WORK BY 999983 GIVING WS-HASH-QUOT
130100         REMAINDER WS-HASH.
130200
130300* PARK-MILLER MINIMAL STANDARD GENERATOR (16807 MOD 2**31-1).
130400 NEXT-RANDOM.
130500     COMPUTE WS-RAND-WORK = WS-RAND-STATE * 16807
130600     DIVIDE WS-RAND-WORK BY 2147483647 GIVING WS-RAND-QUOT
130700         REMAINDER WS-RAND-STATE.
130800
130900******************************************************************
131000*    DECODE - THE SAME DECODES CPYCSV UNLOADS BY
131100******************************************************************
131200
131300* DECODES THE NUMERIC FIELD WS-IDX AT WS-FLD-OFF INTO
131400* WS-NUM-VALUE (UNSCALED - THE IMPLIED DECIMAL PLACES ARE STILL
131500* IN THE LOW DIGITS). WS-NUM-OK-SW SAYS WHETHER IT DECODED.
131600 DECODE-FIELD-NUMBER.
131700     MOVE "N" TO WS-NUM-OK-SW
131800     MOVE ZERO TO WS-NUM-VALUE
131900     EVALUATE FLD-USAGE(WS-IDX)
132000         WHEN "DISPLAY"
132100             MOVE WS-RECORD(WS-FLD-OFF:WS-FLD-LEN)
132200                  TO WS-FIELD-TEXT(1:WS-FLD-LEN)
132300             IF WS-ENC = "EBCDIC"
132400                 PERFORM TRANSLATE-FIELD-TEXT
132500             END-IF
132600             IF WS-FIELD-TEXT(1:WS-FLD-LEN) IS NUMERIC
132700                 COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL(
132800                     WS-FIELD-TEXT(1:WS-FLD-LEN))
132900                 MOVE "Y" TO WS-NUM-OK-SW
133000             ELSE
133100                 IF FLD-PIC-STRING(WS-IDX)(1:1) = "S"
133200                     MOVE WS-FLD-LEN TO WS-ZONE-LEN
133300                     PERFORM DECODE-ZONED-SIGNED
133400                 END-IF
133500             END-IF
133600         WHEN "COMP-3"
133700             IF WS-FLD-LEN <= 10
133800                 PERFORM DECODE-PACKED-VALUE
133900             END-IF
134000         WHEN "BINARY"
134100             IF WS-FLD-LEN <= 8
134200                 PERFORM DECODE-BINARY-VALUE
134300             END-IF
134400         WHEN OTHER
134500             CONTINUE
134600     END-EVALUATE.
134700
134800 DECODE-PACKED-VALUE.
134900     MOVE ZERO TO WS-PACKED-NUM
135000     MOVE "N" TO WS-PACKED-BAD-SW
135100     MOVE "N" TO WS-BIN-NEG-SW
135200     PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF BY 1
135300               UNTIL WS-BYTE-IDX > WS-FLD-END
135400         MOVE WS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
135500         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
135600         DIVIDE WS-BYTE-VAL BY 16 GIVING WS-NIB-HI
135700             REMAINDER WS-NIB-LO
135800         IF WS-NIB-HI > 9
135900             MOVE "Y" TO WS-PACKED-BAD-SW
136000             MOVE WS-FLD-END TO WS-BYTE-IDX
136100         ELSE
136200             COMPUTE WS-PACKED-NUM =
136300                 WS-PACKED-NUM * 10 + WS-NIB-HI
136400             IF WS-BYTE-IDX = WS-FLD-END
136500                 IF WS-NIB-LO = 13
136600                     SET WS-BIN-NEG TO TRUE
136700                 END-IF
136800                 IF WS-NIB-LO NOT = 12 AND WS-NIB-LO NOT = 13
136900                   AND WS-NIB-LO NOT = 15
137000                     MOVE "Y" TO WS-PACKED-BAD-SW
137100                 END-IF
137200             ELSE
137300                 IF WS-NIB-LO > 9
137400                     MOVE "Y" TO WS-PACKED-BAD-SW
137500                     MOVE WS-FLD-END TO WS-BYTE-IDX
137600                 ELSE
137700                     COMPUTE WS-PACKED-NUM =
137800                         WS-PACKED-NUM * 10 + WS-NIB-LO
137900                 END-IF
138000             END-IF
138100         END-IF
138200     END-PERFORM
138300     IF WS-PACKED-BAD-SW = "N"
138400         IF WS-BIN-NEG
138500             COMPUTE WS-NUM-VALUE = 0 - WS-PACKED-NUM
138600         ELSE
138700             MOVE WS-PACKED-NUM TO WS-NUM-VALUE
138800         END-IF
138900         MOVE "Y" TO WS-NUM-OK-SW
139000     END-IF.
139100
139200* SIGNED BINARY WITH THE HIGH BIT SET IS TWO'S COMPLEMENT - THE
139300* SAME DECODE THE BROWSER SHOWS.
139400 DECODE-BINARY-VALUE.
139500     MOVE "N" TO WS-BIN-NEG-SW
139600     MOVE WS-RECORD(WS-FLD-OFF:1) TO WS-BYTE
139700     COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
139800     IF FLD-PIC-STRING(WS-IDX)(1:1) = "S"
139900       AND WS-BYTE-VAL >= 128
140000         SET WS-BIN-NEG TO TRUE
140100     END-IF
140200     MOVE ZERO TO WS-BIN-NUM
140300     PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF BY 1
140400               UNTIL WS-BYTE-IDX > WS-FLD-END
140500         MOVE WS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
140600         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
140700         IF WS-BIN-NEG
140800             COMPUTE WS-BYTE-VAL = 255 - WS-BYTE-VAL
140900         END-IF
141000         COMPUTE WS-BIN-NUM = WS-BIN-NUM * 256 + WS-BYTE-VAL
141100     END-PERFORM
141200     IF WS-BIN-NEG
141300         ADD 1 TO WS-BIN-NUM
141400         COMPUTE WS-NUM-VALUE = 0 - WS-BIN-NUM
141500     ELSE
141600         MOVE WS-BIN-NUM TO WS-NUM-VALUE
141700     END-IF
141800     MOVE "Y" TO WS-NUM-OK-SW.
141900
142000* A SIGNED DISPLAY FIELD MAY CARRY ITS SIGN AS A TRAILING
142100* OVERPUNCH ({A-I POSITIVE, }J-R NEGATIVE, WITH THE LAST DIGIT
142200* UNDER THE SIGN) OR AS A TRAILING + OR - - THE SAME BYTES
142300* CPYVERIF ACCEPTS AS VALID SIGNED DATA. DECODES
142400* WS-FIELD-TEXT OVER WS-ZONE-LEN BYTES; NOTHING CHANGES WHEN
142500* THE BYTES DO NOT FIT THE PATTERN.
142600 DECODE-ZONED-SIGNED.
142700     MOVE WS-FIELD-TEXT(WS-ZONE-LEN:1) TO WS-ZONE-CHAR
142800     MOVE 0 TO WS-ZONE-POS
142900     PERFORM VARYING WS-ZONE-SCAN FROM 1 BY 1
143000               UNTIL WS-ZONE-SCAN > 22 OR WS-ZONE-POS > 0
143100         IF WS-OVERPUNCH-SET(WS-ZONE-SCAN:1) = WS-ZONE-CHAR
143200             MOVE WS-ZONE-SCAN TO WS-ZONE-POS
143300         END-IF
143400     END-PERFORM
143500     IF WS-ZONE-POS = 0
143600       OR (WS-ZONE-LEN > 1
143700         AND WS-FIELD-TEXT(1:WS-ZONE-LEN - 1) IS NOT NUMERIC)
143800       OR (WS-ZONE-LEN = 1 AND WS-ZONE-POS > 20)
143900         CONTINUE
144000     ELSE
144100         IF WS-ZONE-LEN > 1
144200             COMPUTE WS-ZONE-LEAD = FUNCTION NUMVAL(
144300                 WS-FIELD-TEXT(1:WS-ZONE-LEN - 1))
144400         ELSE
144500             MOVE ZERO TO WS-ZONE-LEAD
144600         END-IF
144700         EVALUATE TRUE
144800             WHEN WS-ZONE-POS <= 10
144900                 COMPUTE WS-ZONE-DIGIT = WS-ZONE-POS - 1
145000                 COMPUTE WS-NUM-VALUE =
145100                     WS-ZONE-LEAD * 10 + WS-ZONE-DIGIT
145200             WHEN WS-ZONE-POS <= 20
145300                 COMPUTE WS-ZONE-DIGIT = WS-ZONE-POS - 11
145400                 COMPUTE WS-NUM-VALUE = 0 -
145500                     (WS-ZONE-LEAD * 10 + WS-ZONE-DIGIT)
145600             WHEN WS-ZONE-POS = 21
145700                 MOVE WS-ZONE-LEAD TO WS-NUM-VALUE
145800             WHEN OTHER
145900                 COMPUTE WS-NUM-VALUE = 0 - WS-ZONE-LEAD
146000         END-EVALUATE
146100         MOVE "Y" TO WS-NUM-OK-SW
146200     END-IF.
146300
146400* TRANSLATES WS-FIELD-TEXT(1:WS-FLD-LEN) FROM EBCDIC TO ASCII.
146500 TRANSLATE-FIELD-TEXT.
146600     PERFORM VARYING WS-TR-IDX FROM 1 BY 1
146700               UNTIL WS-TR-IDX > WS-FLD-LEN
146800         MOVE WS-FIELD-TEXT(WS-TR-IDX:1) TO WS-TR-BYTE
146900         COMPUTE WS-TR-VAL = FUNCTION ORD(WS-TR-BYTE)
147000         MOVE WS-E2A-BYTE(WS-TR-VAL)
147100              TO WS-FIELD-TEXT(WS-TR-IDX:1)
147200     END-PERFORM.
147300
147400* A PICTURE IS TREATED AS DISPLAY NUMERIC WHEN IT IS BUILT ONLY
147500* FROM 9 S V P AND REPEAT COUNTS - THE SAME RULE THE OTHER DATA
147600* TOOLS APPLY.
147700 CHECK-PIC-NUMERIC.
147800     MOVE "N" TO WS-PIC-NUMERIC-SW
147900     IF FLD-PIC-STRING(WS-IDX) = SPACES
148000         CONTINUE
148100     ELSE
148200         MOVE "Y" TO WS-PIC-NUMERIC-SW
148300         COMPUTE WS-PIC-SCAN-LEN = FUNCTION LENGTH(
148400             FUNCTION TRIM(FLD-PIC-STRING(WS-IDX)))
148500         PERFORM VARYING WS-PIC-SCAN FROM 1 BY 1
148600                   UNTIL WS-PIC-SCAN > WS-PIC-SCAN-LEN
148700             MOVE FLD-PIC-STRING(WS-IDX)(WS-PIC-SCAN:1)
148800                  TO WS-PIC-CHAR
148900             IF WS-PIC-CHAR NOT = "9" AND WS-PIC-CHAR NOT = "S"
149000               AND WS-PIC-CHAR NOT = "V"
149100               AND WS-PIC-CHAR NOT = "P"
149200               AND WS-PIC-CHAR NOT = "("
149300               AND WS-PIC-CHAR NOT = ")"
149400               AND WS-PIC-CHAR NOT NUMERIC
149500                 MOVE "N" TO WS-PIC-NUMERIC-SW
149600             END-IF
149700         END-PERFORM
149800     END-IF.
149900
150000* THE NUMBER OF DIGIT POSITIONS AFTER THE V OF THE PICTURE -
150100* 9(7)V99 AND 9(7)V9(2) BOTH GIVE 2 - INTO WS-SCALE.
150200 COUNT-PIC-SCALE.
150300     MOVE 0 TO WS-SCALE
150400     MOVE "N" TO WS-AFTER-V-SW
150500     COMPUTE WS-PIC-SCAN-LEN = FUNCTION LENGTH(
150600         FUNCTION TRIM(FLD-PIC-STRING(WS-IDX)))
150700     PERFORM VARYING WS-PIC-SCAN FROM 1 BY 1
150800               UNTIL WS-PIC-SCAN > WS-PIC-SCAN-LEN
150900         MOVE FLD-PIC-STRING(WS-IDX)(WS-PIC-SCAN:1)
151000              TO WS-PIC-CHAR
151100         IF WS-PIC-CHAR = "V"
151200             MOVE "Y" TO WS-AFTER-V-SW
151300         END-IF
151400         IF WS-PIC-CHAR = "9" AND WS-AFTER-V-SW = "Y"
151500             IF WS-PIC-SCAN < WS-PIC-SCAN-LEN
151600               AND FLD-PIC-STRING(WS-IDX)(WS-PIC-SCAN + 1:1)
151700                   = "("
151800                 PERFORM COUNT-PIC-REPEAT
151900                 ADD WS-PIC-REPEAT TO WS-SCALE
152000             ELSE
152100                 ADD 1 TO WS-SCALE
152200             END-IF
152300         END-IF
152400     END-PERFORM
152500     IF WS-SCALE > 18
152600         MOVE 18 TO WS-SCALE
152700     END-IF.
152800
152900* READS THE REPEAT COUNT "(N)" AFTER THE PICTURE CHARACTER AT
153000* WS-PIC-SCAN AND LEAVES WS-PIC-SCAN ON THE CLOSING BRACKET.
153100 COUNT-PIC-REPEAT.
153200     MOVE 0 TO WS-PIC-REPEAT
153300     ADD 2 TO WS-PIC-SCAN
153400     PERFORM UNTIL WS-PIC-SCAN > WS-PIC-SCAN-LEN
153500                OR FLD-PIC-STRING(WS-IDX)(WS-PIC-SCAN:1) = ")"
153600         MOVE FLD-PIC-STRING(WS-IDX)(WS-PIC-SCAN:1)
153700              TO WS-PIC-CHAR
153800         IF WS-PIC-CHAR IS NUMERIC
153900             COMPUTE WS-PIC-REPEAT = WS-PIC-REPEAT * 10
154000                 + FUNCTION NUMVAL(WS-PIC-CHAR)
154100         END-IF
154200         ADD 1 TO WS-PIC-SCAN
154300     END-PERFORM.
154400
154500******************************************************************
154600*    ENCODE - THE SAME STORED FORMS CPYCSV RELOADS
154700******************************************************************
154800
154900* READS THE RULE'S FIXED VALUE AS A DECIMAL NUMBER - OPTIONAL
155000* SIGN, DIGITS, AN OPTIONAL POINT - SCALED TO THE PICTURE'S
155100* WS-SCALE DECIMAL PLACES: WS-VAL-NUM HOLDS THE DIGITS TO STORE
155200* AND WS-NEG-SW THE SIGN. WS-VAL-OK-SW IS "N" (AND THE VALUE
155300* ZERO) WHEN IT IS NOT A NUMBER.
155400 PARSE-FIXED-NUMBER.
155500     MOVE WS-MASK-VALUE(WS-MASK-IDX) TO WS-CELL
155600     MOVE WS-MASK-VALUE-LEN(WS-MASK-IDX) TO WS-CELL-LEN
155700     MOVE ZERO TO WS-VAL-NUM
155800     MOVE 0 TO WS-SIG-DIGITS WS-FRAC-DIGITS
155900     MOVE "N" TO WS-NEG-SW WS-SIGN-SEEN-SW WS-DIGIT-SEEN-SW
156000                 WS-DOT-SW WS-DROPPED-SW
156100     MOVE "Y" TO WS-VAL-OK-SW
156200     PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
156300               UNTIL WS-CELL-IDX > WS-CELL-LEN
156400                  OR WS-VAL-OK-SW = "N"
156500         MOVE WS-CELL(WS-CELL-IDX:1) TO WS-CELL-CHAR
156600         EVALUATE TRUE
156700             WHEN WS-CELL-CHAR = SPACE
156800                 CONTINUE
156900             WHEN (WS-CELL-CHAR = "-" OR WS-CELL-CHAR = "+")
157000               AND WS-SIGN-SEEN-SW = "N"
157100               AND WS-DIGIT-SEEN-SW = "N"
157200               AND WS-DOT-SW = "N"
157300                 MOVE "Y" TO WS-SIGN-SEEN-SW
157400                 IF WS-CELL-CHAR = "-"
157500                     MOVE "Y" TO WS-NEG-SW
157600                 END-IF
157700             WHEN WS-CELL-CHAR = "." AND WS-DOT-SW = "N"
157800                 MOVE "Y" TO WS-DOT-SW
157900             WHEN WS-CELL-CHAR IS NUMERIC
158000                 MOVE "Y" TO WS-DIGIT-SEEN-SW
158100                 COMPUTE WS-DIGIT-VAL =
158200                     FUNCTION NUMVAL(WS-CELL-CHAR)
158300                 PERFORM ADD-NUMBER-DIGIT
158400             WHEN OTHER
158500                 MOVE "N" TO WS-VAL-OK-SW
158600         END-EVALUATE
158700     END-PERFORM
158800     IF WS-DIGIT-SEEN-SW = "N"
158900         MOVE "N" TO WS-VAL-OK-SW
159000     END-IF
159100     IF WS-VAL-OK-SW = "Y"
159200         PERFORM UNTIL WS-FRAC-DIGITS >= WS-SCALE
159300             COMPUTE WS-VAL-NUM = WS-VAL-NUM * 10
159400             ADD 1 TO WS-FRAC-DIGITS
159500         END-PERFORM
159600     ELSE
159700         MOVE ZERO TO WS-VAL-NUM
159800         MOVE "N" TO WS-NEG-SW
159900     END-IF
160000     IF WS-VAL-NUM = 0
160100         MOVE "N" TO WS-NEG-SW
160200     END-IF.
160300
160400* ONE DIGIT OF THE VALUE. DIGITS AFTER THE POINT BEYOND THE
160500* PICTURE'S SCALE ARE DROPPED; MORE THAN 18 SIGNIFICANT DIGITS
160600* IN ALL IS NOT A STORABLE NUMBER.
160700 ADD-NUMBER-DIGIT.
160800     IF WS-DOT-SW = "Y"
160900         IF WS-FRAC-DIGITS < WS-SCALE
161000             ADD 1 TO WS-FRAC-DIGITS
161100             COMPUTE WS-VAL-NUM = WS-VAL-NUM * 10 + WS-DIGIT-VAL
161200         ELSE
161300             IF WS-DIGIT-VAL > 0
161400                 MOVE "Y" TO WS-DROPPED-SW
161500             END-IF
161600         END-IF
161700     ELSE
161800         IF WS-VAL-NUM > 0 OR WS-DIGIT-VAL > 0
161900             ADD 1 TO WS-SIG-DIGITS
162000         END-IF
162100         IF WS-SIG-DIGITS > 18 - WS-SCALE
162200             MOVE "N" TO WS-VAL-OK-SW
162300         ELSE
162400             COMPUTE WS-VAL-NUM = WS-VAL-NUM * 10 + WS-DIGIT-VAL
162500         END-IF
162600     END-IF.
162700
162800* A VALUE THE FIELD CANNOT HOLD IS STORED AS ZERO AND FLAGGED
162900* IN WS-STORE-BAD-SW BY EACH OF THE ENCODERS BELOW.
163000 STORE-DISPLAY-NUMERIC.
163100     IF WS-FLD-LEN < 18
163200       AND WS-VAL-NUM >= 10 ** WS-FLD-LEN
163300         MOVE "Y" TO WS-STORE-BAD-SW
163400         MOVE ZERO TO WS-VAL-NUM
163500         MOVE "N" TO WS-NEG-SW
163600     END-IF
163700     MOVE WS-VAL-NUM TO WS-DIGIT-EDIT
163800     MOVE WS-DIGIT-EDIT(19 - WS-FLD-LEN:WS-FLD-LEN)
163900         TO WS-RECORD(WS-FLD-OFF:WS-FLD-LEN)
164000     IF WS-VALUE-NEGATIVE
164100         IF FLD-PIC-STRING(WS-IDX)(1:1) = "S"
164200*            THE SIGN RIDES THE LAST DIGIT AS A TRAILING
164300*            OVERPUNCH - THE SAME ENCODING CPYEDIT WRITES.
164400             COMPUTE WS-BYTE-IDX = WS-FLD-OFF + WS-FLD-LEN - 1
164500             COMPUTE WS-NIB-LO = FUNCTION NUMVAL(
164600                 WS-RECORD(WS-BYTE-IDX:1)) + 1
164700             MOVE WS-NEG-PUNCH(WS-NIB-LO:1)
164800                  TO WS-RECORD(WS-BYTE-IDX:1)
164900         ELSE
165000             MOVE "Y" TO WS-STORE-BAD-SW
165100         END-IF
165200     END-IF.
165300
165400* PACKS THE VALUE: DIGIT NIBBLES LEFT TO RIGHT AND A TRAILING
165500* SIGN NIBBLE, C FOR POSITIVE AND D FOR NEGATIVE.
165600 STORE-COMP3-VALUE.
165700     COMPUTE WS-DIGIT-COUNT = WS-FLD-LEN * 2 - 1
165800     IF WS-DIGIT-COUNT > 18
165900         MOVE 18 TO WS-DIGIT-COUNT
166000     END-IF
166100     IF WS-DIGIT-COUNT < 18
166200       AND WS-VAL-NUM >= 10 ** WS-DIGIT-COUNT
166300         MOVE "Y" TO WS-STORE-BAD-SW
166400         MOVE ZERO TO WS-VAL-NUM
166500         MOVE "N" TO WS-NEG-SW
166600     END-IF
166700     MOVE WS-VAL-NUM TO WS-DIGIT-EDIT
166800     MOVE ALL "0" TO WS-DIGIT-STRING
166900     MOVE WS-DIGIT-EDIT(19 - WS-DIGIT-COUNT:WS-DIGIT-COUNT)
167000         TO WS-DIGIT-STRING(WS-FLD-LEN * 2 - WS-DIGIT-COUNT:
167100                            WS-DIGIT-COUNT)
167200     MOVE 1 TO WS-BIN-POS
167300     PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF BY 1
167400               UNTIL WS-BYTE-IDX > WS-FLD-OFF + WS-FLD-LEN - 1
167500         IF WS-BYTE-IDX = WS-FLD-OFF + WS-FLD-LEN - 1
167600             COMPUTE WS-NIB-HI = FUNCTION NUMVAL(
167700                 WS-DIGIT-STRING(WS-BIN-POS:1))
167800             IF WS-VALUE-NEGATIVE
167900                 MOVE 13 TO WS-NIB-LO
168000             ELSE
168100                 MOVE 12 TO WS-NIB-LO
168200             END-IF
168300         ELSE
168400             COMPUTE WS-NIB-HI = FUNCTION NUMVAL(
168500                 WS-DIGIT-STRING(WS-BIN-POS:1))
168600             COMPUTE WS-NIB-LO = FUNCTION NUMVAL(
168700                 WS-DIGIT-STRING(WS-BIN-POS + 1:1))
168800             ADD 2 TO WS-BIN-POS
168900         END-IF
169000         COMPUTE WS-BYTE-VAL = WS-NIB-HI * 16 + WS-NIB-LO
169100         MOVE FUNCTION CHAR(WS-BYTE-VAL + 1)
169200              TO WS-RECORD(WS-BYTE-IDX:1)
169300     END-PERFORM.
169400
169500* STORES THE VALUE BIG-ENDIAN, A NEGATIVE VALUE IN A SIGNED
169600* FIELD TWO'S COMPLEMENT.
169700 STORE-BINARY-VALUE.
169800     IF WS-FLD-LEN > 8
169900         MOVE LOW-VALUES TO WS-RECORD(WS-FLD-OFF:WS-FLD-LEN)
170000         MOVE "Y" TO WS-STORE-BAD-SW
170100     ELSE
170200         COMPUTE WS-BIN-LIMIT = 256 ** WS-FLD-LEN
170300         IF FLD-PIC-STRING(WS-IDX)(1:1) = "S"
170400             COMPUTE WS-BIN-LIMIT = WS-BIN-LIMIT / 2
170500         ELSE
170600             IF WS-VALUE-NEGATIVE
170700                 MOVE "Y" TO WS-STORE-BAD-SW
170800                 MOVE ZERO TO WS-VAL-NUM
170900                 MOVE "N" TO WS-NEG-SW
171000             END-IF
171100         END-IF
171200         IF (WS-VALUE-NEGATIVE AND WS-VAL-NUM > WS-BIN-LIMIT)
171300           OR (NOT WS-VALUE-NEGATIVE
171400             AND WS-VAL-NUM >= WS-BIN-LIMIT)
171500             MOVE "Y" TO WS-STORE-BAD-SW
171600             MOVE ZERO TO WS-VAL-NUM
171700             MOVE "N" TO WS-NEG-SW
171800         END-IF
171900         IF WS-VALUE-NEGATIVE
172000             COMPUTE WS-BIN-WORK = 256 ** WS-FLD-LEN - WS-VAL-NUM
172100         ELSE
172200             MOVE WS-VAL-NUM TO WS-BIN-WORK
172300         END-IF
172400         COMPUTE WS-BYTE-IDX = WS-FLD-OFF + WS-FLD-LEN - 1
172500         PERFORM UNTIL WS-BYTE-IDX < WS-FLD-OFF
172600             DIVIDE WS-BIN-WORK BY 256 GIVING WS-BIN-WORK
172700                 REMAINDER WS-BIN-REM
172800             MOVE FUNCTION CHAR(WS-BIN-REM + 1)
172900                  TO WS-RECORD(WS-BYTE-IDX:1)
173000             SUBTRACT 1 FROM WS-BYTE-IDX
173100         END-PERFORM
173200     END-IF.
173300
173400* TRANSLATES THE STORED FIELD'S BYTES FROM ASCII TO EBCDIC IN
173500* PLACE - THE ENCODERS WORK IN ASCII AND THE FILE DOES NOT.
173600 TRANSLATE-FIELD-A2E.
173700     PERFORM VARYING WS-TR-IDX FROM WS-FLD-OFF BY 1
173800               UNTIL WS-TR-IDX > WS-FLD-OFF + WS-FLD-LEN - 1
173900         MOVE WS-RECORD(WS-TR-IDX:1) TO WS-TR-BYTE
174000         COMPUTE WS-TR-VAL = FUNCTION ORD(WS-TR-BYTE)
174100         MOVE WS-A2E-BYTE(WS-TR-VAL)
174200              TO WS-RECORD(WS-TR-IDX:1)
174300     END-PERFORM.
174400
174500******************************************************************
174600*    REPORT
174700******************************************************************
174800
174900* THE TOTALS, THEN ONE LINE PER RULE: THE FIELD, THE METHOD, THE
175000* VALUES MASKED AND HOW MANY OF THEM WOULD NOT DECODE (STORED AS
175100* ZERO). A RULE WHOSE FIELD IS ONLY IN AN 01 LEVEL NOT BEING
175200* MASKED SAYS SO.
175300 WRITE-TOTALS.
175400     MOVE ALL "-" TO WS-OUT-LINE
175500     PERFORM EMIT-LINE
175600     MOVE SPACES TO WS-OUT-LINE
175700     MOVE WS-REC-NUMBER TO WS-CNT-DISP
175800     STRING "RECORDS READ=" FUNCTION TRIM(WS-CNT-DISP)
175900            DELIMITED BY SIZE INTO WS-OUT-LINE
176000     MOVE WS-WRITTEN-COUNT TO WS-CNT-DISP
176100     STRING FUNCTION TRIM(WS-OUT-LINE)
176200            " WRITTEN=" FUNCTION TRIM(WS-CNT-DISP)
176300            DELIMITED BY SIZE INTO WS-OUT-LINE
176400     IF RULES-OK
176500         MOVE WS-UNKNOWN-COUNT TO WS-CNT-DISP
176600         STRING FUNCTION TRIM(WS-OUT-LINE)
176700                " UNKNOWN TYPE (NOT COPIED)="
176800                FUNCTION TRIM(WS-CNT-DISP)
176900                DELIMITED BY SIZE INTO WS-OUT-LINE
177000     END-IF
177100     PERFORM EMIT-LINE
177200     IF WS-WRITE-FAIL-COUNT > 0
177300         MOVE SPACES TO WS-OUT-LINE
177400         MOVE WS-WRITE-FAIL-COUNT TO WS-CNT-DISP
177500         STRING "WARNING: " FUNCTION TRIM(WS-CNT-DISP)
177600                " RECORD(S) COULD NOT BE WRITTEN - THE MASKED"
177700                " FILE IS INCOMPLETE"
177800                DELIMITED BY SIZE INTO WS-OUT-LINE
177900         PERFORM EMIT-LINE
178000     END-IF
178100     MOVE SPACES TO WS-OUT-LINE
178200     PERFORM EMIT-LINE
178300     MOVE SPACES TO WS-OUT-LINE
178400     MOVE "FIELD" TO WS-OUT-LINE(1:5)
178500     MOVE "METHOD" TO WS-OUT-LINE(37:6)
178600     MOVE "MASKED" TO WS-OUT-LINE(50:6)
178700     MOVE "NOT DECODED" TO WS-OUT-LINE(59:11)
178800     PERFORM EMIT-LINE
178900     PERFORM VARYING WS-MASK-IDX FROM 1 BY 1
179000               UNTIL WS-MASK-IDX > WS-MASK-COUNT
179100         PERFORM WRITE-RULE-LINE
179200     END-PERFORM.
179300
179400 WRITE-RULE-LINE.
179500     MOVE SPACES TO WS-OUT-LINE
179600     MOVE WS-MASK-NAME(WS-MASK-IDX) TO WS-OUT-LINE(1:35)
179700     MOVE WS-MASK-METHOD(WS-MASK-IDX) TO WS-OUT-LINE(37:8)
179800     IF WS-MASK-SLOTS(WS-MASK-IDX) = 0
179900         MOVE "NOT IN THE RECORD TYPES MASKED"
180000             TO WS-OUT-LINE(46:30)
180100     ELSE
180200         MOVE WS-MASK-DONE(WS-MASK-IDX) TO WS-CNT-DISP
180300         MOVE WS-CNT-DISP TO WS-OUT-LINE(47:9)
180400         MOVE WS-MASK-ZEROED(WS-MASK-IDX) TO WS-CNT-DISP
180500         MOVE WS-CNT-DISP TO WS-OUT-LINE(61:9)
180600     END-IF
180700     PERFORM EMIT-LINE.
