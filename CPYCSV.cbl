000100******************************************************************
000200*    CPYCSV
000300*
000400*    DATA UNLOAD/RELOAD - TURNS A FIXED-FORMAT DATA FILE INTO A
000500*    DELIMITED (CSV) FILE THE BUSINESS CAN OPEN IN A SPREADSHEET,
000600*    AND BUILDS THE STORED RECORDS BACK FROM A CORRECTED CSV.
000700*    CALLS CPYPARSE TO SIZE THE COPYBOOK AND WORKS FROM THE
000800*    FIELD TABLE, SO NO THROWAWAY PROGRAM IS NEEDED EACH TIME
000900*    SOMEONE ASKS FOR "THE FILE IN EXCEL".
001000*
001100*    UNLOAD WRITES A HEADER ROW OF FIELD NAMES, THEN ONE LINE
001200*    PER RECORD, ONE COLUMN PER ELEMENTARY FIELD IN COPYBOOK
001300*    ORDER (FILLER INCLUDED, SO A RELOAD GIVES BACK EVERY
001400*    BYTE). OCCURS TABLES ARE FLATTENED AS NAME(1), NAME(2)...
001500*    WITH EACH FIELD'S OCCURRENCES SIDE BY SIDE. A FIELD INSIDE
001600*    A GROUP OCCURS GETS ONE COLUMN PER OCCURRENCE OF EVERY
001700*    ENCLOSING TABLE, NAME(1,1), NAME(1,2) AND SO ON, UP TO
001800*    THREE SUBSCRIPTS (DEEPER NESTING IS UNLOADED IN THE FIRST
001900*    OCCURRENCE OF THE OUTER TABLES).
002000*    A REDEFINES IS AN ALTERNATE VIEW OF BYTES ALREADY
002100*    UNLOADED AND GETS NO COLUMNS. VALUES ARE DECODED: COMP-3
002200*    AND BINARY UNPACKED, SIGNED DISPLAY FIELDS WITH THEIR
002300*    OVERPUNCH OR TRAILING SIGN READ, AND AN IMPLIED DECIMAL
002400*    POINT (V IN THE PICTURE) WRITTEN OUT, SO 000012345 IN A
002500*    S9(7)V99 FIELD UNLOADS AS 123.45. TEXT IS WRITTEN WITHOUT
002600*    ITS TRAILING SPACES; A VALUE HOLDING A COMMA OR A QUOTE
002700*    IS ENCLOSED IN QUOTES WITH ITS QUOTES DOUBLED. A VALUE
002800*    THAT CANNOT BE DECODED - BAD PACKED NIBBLES, CONTROL
002900*    BYTES IN TEXT, COMP-1/COMP-2 - IS WRITTEN AS ITS STORED
003000*    BYTES IN HEX, X'....', AND RELOADS BYTE FOR BYTE. TABLE
003100*    OCCURRENCES BEYOND THE END OF A SHORT RECORD ARE EMPTY.
003200*
003300*    RELOAD READS THE CSV BACK (THE HEADER ROW MUST MATCH THE
003400*    COPYBOOK'S COLUMNS, SO A SHEET SAVED WITH A COLUMN MOVED
003500*    IS REFUSED, NOT LOADED CROOKED) AND ENCODES EACH VALUE
003600*    INTO ITS STORED FORM THE WAY CPYEDIT ENCODES A PATCH:
003700*    TEXT LEFT-JUSTIFIED AND SPACE FILLED, DISPLAY NUMERICS
003800*    RIGHT-JUSTIFIED AND ZERO FILLED WITH A NEGATIVE AS A
003900*    TRAILING OVERPUNCH, COMP-3 WITH A C/D SIGN NIBBLE, BINARY
004000*    BIG-ENDIAN. TWO DIFFERENCES FROM CPYEDIT, BOTH SO THAT WHAT
004100*    WAS UNLOADED COMES BACK UNCHANGED: A CSV NUMBER IS READ AS
004200*    A DECIMAL NUMBER (123.45 AND 123.450 BOTH STORE 12345 IN A
004300*    9(3)V99 FIELD - THE SPREADSHEET DROPS TRAILING ZEROS), AND
004400*    A NEGATIVE VALUE IN A SIGNED BINARY FIELD IS STORED TWO'S
004500*    COMPLEMENT. A VALUE THAT CANNOT BE STORED AS GIVEN IS
004600*    REPORTED WITH ITS CSV LINE AND COLUMN. EACH RECORD IS
004700*    WRITTEN AT ITS 01 LEVEL'S LENGTH - FOR AN OCCURS ...
004800*    DEPENDING ON RECORD, THE LENGTH ITS COUNTER SAYS.
004900*
005000*    WITHOUT A RULES FILE ONLY THE FIRST 01 LEVEL IS USED, AS
005100*    IN CPYVERIF. WITH A RECORD-TYPE RULES FILE (CPYRULES) A
005200*    MIXED FILE UNLOADS TO ONE CSV PER 01 LEVEL THE RULES
005300*    NAME, <CSV PATH>.<01 NAME>, EACH WITH ITS OWN HEADER; A
005400*    RECORD WHOSE TYPE MATCHES NO RULE IS REPORTED AND NOT
005500*    UNLOADED. EVERY ROW OF THESE FILES STARTS WITH A RECORD#
005600*    COLUMN, THE RECORD'S NUMBER IN THE DATA FILE, AND THE
005700*    RELOAD MERGES THE FILES BACK ON IT THROUGH A SORT (WORK
005800*    FILE CPYCSV.WRK IN THE CURRENT DIRECTORY), SO A FILE WHOSE
005900*    TYPES ARE INTERLEAVED - HEADER, DETAILS, TRAILER, HEADER
006000*    AGAIN - COMES BACK IN ITS OWN ORDER. A ROW WITHOUT A WHOLE
006100*    RECORD NUMBER, OR WITH A NUMBER AN EARLIER ROW ALREADY
006200*    TOOK, IS REPORTED AND NOT LOADED; A ROW ADDED IN THE SHEET
006300*    TAKES AN UNUSED NUMBER, WHICH PLACES IT. AN UNLOAD
006400*    WRITES A CSV FOR EVERY TYPE, SO A MISSING ONE FAILS THE
006500*    RELOAD.
006600*
006700*    A RELOAD IS BUILT IN <DATA>.NEW AND ONLY MOVED OVER THE
006800*    DATA FILE WHEN EVERY CSV MATCHED AND EVERY ROW WENT IN AS
006900*    GIVEN - NO REFUSED ROW, NO VALUE NOT STORED AS GIVEN, NO
007000*    READ OR WRITE ERROR. OTHERWISE THE DATA FILE IS LEFT AS IT
007100*    WAS, <DATA>.NEW IS REMOVED AND THE RUN ENDS WITH RETURN
007200*    CODE 8.
007300*
007400*    THE ENCODING PARAMETER (ASCII/EBCDIC, DEFAULT ASCII)
007500*    HANDLES MAINFRAME PARTNER FILES: TEXT AND DISPLAY NUMERICS
007600*    ARE TRANSLATED THROUGH EBCTAB ON THE WAY OUT AND BACK ON THE
007700*    WAY IN, THE COPYBOOK IS SIZED UNDER THE IBM PROFILE, AND THE
007800*    CSV ITSELF IS ALWAYS ASCII.
007900*
008000*    THE DATA FILE IS RECORD SEQUENTIAL (RM-COBOL BINARY
008100*    SEQUENTIAL) BOTH WAYS - THE FORMAT CPYGEN WRITES AND
008200*    CPYSCAN EXTRACTS. THE CSV IS LINE SEQUENTIAL, 32000 BYTES
008300*    A LINE AT MOST. THE DIRECTION PARAMETER IS UNLOAD (THE
008400*    DEFAULT) OR RELOAD. THE RUN REPORT GOES TO THE OUTPUT
008500*    DESTINATION: "SYSOUT" (OR SPACES) FOR THE TERMINAL,
008600*    ANYTHING ELSE A LINE SEQUENTIAL FILE PATH.
008700*
008800*    MODIFICATION HISTORY
008900*    2026-10-15  INITIAL VERSION.
009000*    2026-10-15  MIXED FILES: EACH CSV ROW CARRIES ITS RECORD
009100*                NUMBER (RECORD# COLUMN) AND THE RELOAD MERGES
009200*                THE PER-TYPE CSVS ON IT, SO THE RECORDS COME
009300*                BACK IN THEIR ORIGINAL ORDER.
009400*    2026-10-15  RELOAD BUILDS <DATA>.NEW AND REPLACES THE DATA
009500*                FILE ONLY WHEN EVERYTHING LOADED CLEANLY; A
009600*                FAILED RELOAD LEAVES IT UNTOUCHED, RC 8.
009700******************************************************************
009800 IDENTIFICATION DIVISION.
009900 PROGRAM-ID. CPYCSV.
010000 DATE-WRITTEN. 26/10/15.
010100 AUTHOR SYSTEMS.
010200 ENVIRONMENT DIVISION.
010300 CONFIGURATION SECTION.
010400 SOURCE-COMPUTER. RM-COBOL.
010500 OBJECT-COMPUTER. RM-COBOL.
010600 INPUT-OUTPUT SECTION.
010700 FILE-CONTROL.
010800     SELECT DATA-IN-FILE ASSIGN TO DYNAMIC WS-DATA-PATH
010900         ORGANIZATION SEQUENTIAL
011000         FILE STATUS IS WS-DATA-STATUS.
011100     SELECT DATA-OUT-FILE ASSIGN TO DYNAMIC WS-DATA-PATH
011200         ORGANIZATION SEQUENTIAL
011300         FILE STATUS IS WS-DATA-STATUS.
011400     SELECT CSV-FILE ASSIGN TO DYNAMIC WS-CSV-PATH
011500         ORGANIZATION LINE SEQUENTIAL
011600         FILE STATUS IS WS-CSV-STATUS.
011700     SELECT CSV-SORT-FILE ASSIGN TO "CPYCSV.WRK".
011800     SELECT RPT-OUT-FILE ASSIGN TO DYNAMIC WS-OUT-PATH
011900         ORGANIZATION LINE SEQUENTIAL
012000         FILE STATUS IS WS-OUT-STATUS.
012100 DATA DIVISION.
012200 FILE SECTION.
012300 FD  DATA-IN-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
012400         CHARACTERS DEPENDING ON WS-DATA-REC-LEN.
012500 01  DATA-IN-REC                          PIC X(9999).
012600 FD  DATA-OUT-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
012700         CHARACTERS DEPENDING ON WS-LOAD-REC-LEN.
012800 01  DATA-OUT-REC                         PIC X(9999).
012900 FD  CSV-FILE RECORD IS VARYING IN SIZE FROM 1 TO 32000
013000         CHARACTERS DEPENDING ON WS-CSV-REC-LEN.
013100 01  CSV-REC                              PIC X(32000).
013200* A RELOADED RECORD OF A MIXED FILE ON ITS WAY TO THE MERGE,
013300* BEHIND THE RECORD NUMBER IT IS SORTED ON AND WHERE IT CAME
013400* FROM, FOR THE REPORT.
013500 SD  CSV-SORT-FILE.
013600 01  CSV-SORT-REC.
013700     05 SRT-REC-NO                        PIC 9(9).
013800     05 SRT-TYPE-NAME                     PIC X(35).
013900     05 SRT-LINE-NO                       PIC 9(9).
014000     05 SRT-REC-LEN                       PIC 9(4).
014100     05 SRT-DATA                          PIC X(9999).
014200 FD  RPT-OUT-FILE.
014300 01  RPT-OUT-REC                          PIC X(160).
014400 WORKING-STORAGE SECTION.
014500 01  WS-DATA-PATH                         PIC X(200).
014600 01  WS-DATA-STATUS                       PIC XX.
014700 01  WS-DATA-REC-LEN                      PIC 9(4).
014800 01  WS-LOAD-REC-LEN                      PIC 9(4).
014900 01  WS-CSV-PATH                          PIC X(200).
015000 01  WS-CSV-STATUS                        PIC XX.
015100 01  WS-CSV-REC-LEN                       PIC 9(5).
015200 01  WS-OUT-PATH                          PIC X(200).
015300 01  WS-OUT-STATUS                        PIC XX.
015400 01  WS-TO-SCREEN                         PIC X VALUE "Y".
015500 01  WS-OUT-LINE                          PIC X(160).
015600 01  WS-EOF-SW                            PIC X VALUE "N".
015700     88 WS-EOF                            VALUE "Y".
015800 01  WS-CSV-EOF-SW                        PIC X VALUE "N".
015900     88 WS-CSV-EOF                        VALUE "Y".
016000 01  WS-STOP-SW                           PIC X VALUE "N".
016100 01  WS-RELOAD-FAILED-SW                  PIC X VALUE "N".
016200     88 WS-RELOAD-FAILED                  VALUE "Y".
016300 01  WS-NEW-PATH                          PIC X(200).
016400 01  WS-COMMAND-LINE                      PIC X(500).
016500 01  WS-DIRECTION                         PIC X(8) VALUE "UNLOAD".
016600 01  WS-RECORD                            PIC X(9999).
016700 01  WS-FIELD-TEXT                        PIC X(9999).
016800 01  WS-CSV-LINE                          PIC X(32000).
016900 01  WS-LINE-PTR                          PIC 9(5).
017000 01  WS-LINE-OVER-SW                      PIC X.
017100 01  WS-LINE-NUMBER                       PIC 9(9).
017200 01  WS-CELL                              PIC X(20000).
017300 01  WS-CELL-LEN                          PIC 9(5).
017400 01  WS-CELL-IDX                          PIC 9(5).
017500 01  WS-CELL-CHAR                         PIC X.
017600 01  WS-CELL-DONE-SW                      PIC X.
017700 01  WS-IN-QUOTE-SW                       PIC X.
017800 01  WS-SPECIAL-COUNT                     PIC 9(5).
017900 01  WS-CTL-BYTE-SW                       PIC X.
018000 01  WS-HEADER-OK-SW                      PIC X.
018100 01  WS-HDR-NAME                          PIC X(60).
018200 01  WS-RECNO-HEADER                      PIC X(7)
018300                                          VALUE "RECORD#".
018400 01  WS-LEAD-COLS                         PIC 9 VALUE ZERO.
018500 01  WS-FIRST-CELL-SW                     PIC X.
018600 01  WS-ROW-OK-SW                         PIC X.
018700 01  WS-ROW-REC-NO                        PIC 9(9).
018800 01  WS-PREV-REC-NO                       PIC 9(9).
018900 01  WS-RECNO-REFUSED                     PIC 9(9) VALUE ZERO.
019000 01  WS-REC-NUMBER                        PIC 9(9) VALUE ZERO.
019100 01  WS-PASS-REC-NO                       PIC 9(9).
019200 01  WS-TYPE-ROWS                         PIC 9(9).
019300 01  WS-ROWS-OUT                          PIC 9(9) VALUE ZERO.
019400 01  WS-UNKNOWN-COUNT                     PIC 9(9) VALUE ZERO.
019500 01  WS-LONG-COUNT                        PIC 9(9) VALUE ZERO.
019600 01  WS-HEX-COUNT                         PIC 9(9) VALUE ZERO.
019700 01  WS-OVER-COUNT                        PIC 9(9) VALUE ZERO.
019800 01  WS-ROWS-READ                         PIC 9(9) VALUE ZERO.
019900 01  WS-WRITTEN-COUNT                     PIC 9(9) VALUE ZERO.
020000 01  WS-CELL-ERRORS                       PIC 9(9) VALUE ZERO.
020100 01  WS-REC-FIRST                         PIC 9(4).
020200 01  WS-REC-LAST                          PIC 9(4).
020300 01  WS-IDX                               PIC 9(4).
020400 01  WS-SCAN-IDX                          PIC 9(4).
020500 01  WS-FOUND-IDX                         PIC 9(4).
020600 01  WS-COL-IDX                           PIC 9(4).
020700 01  WS-FLD-OFF                           PIC 9(6).
020800 01  WS-FLD-END                           PIC 9(6).
020900 01  WS-FLD-LEN                           PIC 9(6).
021000 01  WS-BYTE-IDX                          PIC 9(6).
021100 01  WS-BYTE                              PIC X.
021200 01  WS-BYTE-VAL                          PIC 9(4).
021300 01  WS-NIB-HI                            PIC 9(2).
021400 01  WS-NIB-LO                            PIC 9(2).
021500 01  WS-PACKED-NUM                        PIC 9(18).
021600 01  WS-PACKED-BAD-SW                     PIC X.
021700 01  WS-BIN-NUM                           PIC 9(18).
021800 01  WS-BIN-NEG-SW                        PIC X.
021900     88 WS-BIN-NEG                        VALUE "Y".
022000 01  WS-NUM-VALUE                         PIC S9(18).
022100 01  WS-NUM-OK-SW                         PIC X.
022200 01  WS-ABS-VALUE                         PIC 9(18).
022300 01  WS-PIC-NUMERIC-SW                    PIC X.
022400     88 WS-PIC-NUMERIC                    VALUE "Y".
022500 01  WS-PIC-CHAR                          PIC X.
022600 01  WS-PIC-SCAN                          PIC 9(4).
022700 01  WS-PIC-SCAN-LEN                      PIC 9(4).
022800 01  WS-PIC-REPEAT                        PIC 9(4).
022900 01  WS-AFTER-V-SW                        PIC X.
023000 01  WS-SCALE                             PIC 9(2).
023100 01  WS-INT-LEN                           PIC 9(2).
023200 01  WS-LEAD                              PIC 9(2).
023300 01  WS-ZONE-LEN                          PIC 9(4).
023400 01  WS-ZONE-CHAR                         PIC X.
023500 01  WS-ZONE-POS                          PIC 9(2).
023600 01  WS-ZONE-SCAN                         PIC 9(2).
023700 01  WS-ZONE-DIGIT                        PIC 9(2).
023800 01  WS-ZONE-LEAD                         PIC S9(18).
023900 01  WS-OVERPUNCH-SET                     PIC X(22)
024000     VALUE "{ABCDEFGHI}JKLMNOPQR+-".
024100 01  WS-HEX-DIGITS                        PIC X(16)
024200     VALUE "0123456789ABCDEF".
024300 01  WS-HEX-VAL                           PIC 9(2).
024400 01  WS-VAL-NUM                           PIC 9(18).
024500 01  WS-VAL-OK-SW                         PIC X.
024600 01  WS-SIGN-SEEN-SW                      PIC X.
024700 01  WS-DIGIT-SEEN-SW                     PIC X.
024800 01  WS-DOT-SW                            PIC X.
024900 01  WS-SIG-DIGITS                        PIC 9(2).
025000 01  WS-FRAC-DIGITS                       PIC 9(2).
025100 01  WS-DROPPED-SW                        PIC X.
025200 01  WS-DIGIT-VAL                         PIC 9.
025300 01  WS-DIGIT-STRING                      PIC X(37).
025400 01  WS-DIGIT-COUNT                       PIC 9(2).
025500 01  WS-DIGIT-EDIT                        PIC 9(18).
025600 01  WS-NEG-SW                            PIC X.
025700     88 WS-VALUE-NEGATIVE                 VALUE "Y".
025800 01  WS-BIN-WORK                          PIC 9(20).
025900 01  WS-BIN-LIMIT                         PIC 9(20).
026000 01  WS-BIN-REM                           PIC 9(4).
026100 01  WS-BIN-POS                           PIC 9(2).
026200 01  WS-NEG-PUNCH                         PIC X(10)
026300                                          VALUE "}JKLMNOPQR".
026400 01  WS-TR-IDX                            PIC 9(6).
026500 01  WS-TR-BYTE                           PIC X.
026600 01  WS-TR-VAL                            PIC 9(4).
026700 01  WS-REASON                            PIC X(60).
026800 01  WS-CNT-DISP                          PIC ZZZZZZZZ9.
026900 01  WS-COL-DISP                          PIC ZZZ9.
027000 01  WS-SUB-DISP                          PIC ZZZZ9.
027100 01  WS-SUB-TEXT                          PIC X(20).
027200
027300 01  WS-PARSE-DIALECT                     PIC X(8)
027400                                          VALUE "RMC".
027500
027600 01  WS-CUR-REC-NO                        PIC 9(2) VALUE ZERO.
027700 01  WS-WANT-REC-NO                       PIC 9(2).
027800 01  WS-01-SEEN                           PIC 9(2).
027900 01  WS-01-TOTAL                          PIC 9(2).
028000 01  WS-RULE-IDX                          PIC 9(2).
028100 01  WS-RULE-BAD-SW                       PIC X.
028200 01  WS-REC-TYPE-NO                       PIC 9(2).
028300 01  WS-ENC                               PIC X(8) VALUE "ASCII".
028400 01  WS-DISC-WORK                         PIC X(8).
028500 01  WS-TRAN-TEXT                         PIC X(64).
028600 01  WS-TRAN-LEN                          PIC 9(4).
028700 01  WS-TRAN-IDX                          PIC 9(4).
028800
028900* THE 01 LEVELS TO UNLOAD OR RELOAD, IN RULE ORDER - ONE CSV
029000* EACH. WITHOUT A RULES FILE, JUST THE FIRST 01 LEVEL.
029100 01  WS-TYPE-LIST.
029200     05 WS-TYPE-COUNT                     PIC 9(2) VALUE ZERO.
029300     05 WS-TYPE-REC-NO OCCURS 20 TIMES    PIC 9(2).
029400 01  WS-TYPE-IDX                          PIC 9(2).
029500 01  WS-TYPE-SCAN                         PIC 9(2).
029600 01  WS-TYPE-DUP-SW                       PIC X.
029700
029800* THE CSV COLUMNS OF THE CURRENT 01 LEVEL: THE FIELD TABLE
029900* ENTRY, THE OFFSET OF THIS OCCURRENCE AND THE HEADER NAME.
030000 01  WS-COL-TABLE.
030100     05 WS-COL-COUNT                      PIC 9(4) VALUE ZERO.
030200     05 WS-COL-ENTRY OCCURS 2000 TIMES.
030300         10 WS-COL-FLD                    PIC 9(4).
030400         10 WS-COL-OFF                    PIC 9(6).
030500         10 WS-COL-NAME                   PIC X(60).
030600 01  WS-COL-OVER-SW                       PIC X.
030700 01  WS-REDEF-LEVEL                       PIC 9(2).
030800 01  WS-ODO-IDX                           PIC 9(4).
030900
031000* THE ENCLOSING GROUPS OF THE ENTRY BEING FLATTENED, OUTERMOST
031100* FIRST, AND THE TABLE DIMENSIONS THEY CONTRIBUTE.
031200 01  WS-ANC-TABLE.
031300     05 WS-ANC-DEPTH                      PIC 9(2) VALUE ZERO.
031400     05 WS-ANC-ENTRY OCCURS 20 TIMES.
031500         10 WS-ANC-LEVEL                  PIC 9(2).
031600         10 WS-ANC-OCCURS                 PIC 9(5).
031700         10 WS-ANC-ELEM-LEN               PIC 9(6).
031800 01  WS-ANC-IDX                           PIC 9(2).
031900 01  WS-DIM-TABLE.
032000     05 WS-DIM-COUNT                      PIC 9(2) VALUE ZERO.
032100     05 WS-DIM-ENTRY OCCURS 21 TIMES.
032200         10 WS-DIM-OCCURS                 PIC 9(5).
032300         10 WS-DIM-STRIDE                 PIC 9(6).
032400 01  WS-DIM-FIRST                         PIC 9(2).
032500 01  WS-DIM-USED                          PIC 9(2).
032600 01  WS-D1                                PIC 9(5).
032700 01  WS-D2                                PIC 9(5).
032800 01  WS-D3                                PIC 9(5).
032900 01  WS-N1                                PIC 9(5).
033000 01  WS-N2                                PIC 9(5).
033100 01  WS-N3                                PIC 9(5).
033200 01  WS-S1                                PIC 9(6).
033300 01  WS-S2                                PIC 9(6).
033400 01  WS-S3                                PIC 9(6).
033500
033600     COPY "FLDTAB.cpy".
033700     COPY "SIZERES.cpy".
033800     COPY "RECTYPE.cpy".
033900     COPY "EBCTAB.cpy".
034000
034100 LINKAGE SECTION.
034200 01  LS-COPYBOOK-PATH                     PIC X(200).
034300 01  LS-DATA-PATH                         PIC X(200).
034400 01  LS-CSV-PATH                          PIC X(200).
034500 01  LS-DIRECTION                         PIC X(8).
034600 01  LS-RULES-PATH                        PIC X(200).
034700 01  LS-ENCODING                          PIC X(8).
034800 01  LS-OUTPUT-PATH                       PIC X(200).
034900
035000 PROCEDURE DIVISION USING LS-COPYBOOK-PATH LS-DATA-PATH
035100                           LS-CSV-PATH LS-DIRECTION
035200                           LS-RULES-PATH LS-ENCODING
035300                           LS-OUTPUT-PATH.
035400
035500 MAIN-CSV.
035600     MOVE ZERO TO WS-REC-NUMBER WS-ROWS-OUT WS-UNKNOWN-COUNT
035700                  WS-LONG-COUNT WS-HEX-COUNT WS-OVER-COUNT
035800                  WS-ROWS-READ WS-WRITTEN-COUNT WS-CELL-ERRORS
035900                  WS-RECNO-REFUSED
036000     MOVE "N" TO WS-STOP-SW WS-RELOAD-FAILED-SW
036100     MOVE FUNCTION UPPER-CASE(LS-DIRECTION) TO WS-DIRECTION
036200     EVALUATE WS-DIRECTION
036300         WHEN SPACES
036400         WHEN "U"
036500             MOVE "UNLOAD" TO WS-DIRECTION
036600         WHEN "R"
036700             MOVE "RELOAD" TO WS-DIRECTION
036800         WHEN OTHER
036900             CONTINUE
037000     END-EVALUATE
037100     IF WS-DIRECTION NOT = "UNLOAD"
037200       AND WS-DIRECTION NOT = "RELOAD"
037300         DISPLAY "CPYCSV: DIRECTION MUST BE UNLOAD OR RELOAD"
037400             " - GOT " FUNCTION TRIM(LS-DIRECTION)
037500         GOBACK
037600     END-IF
037700     MOVE FUNCTION UPPER-CASE(LS-ENCODING) TO WS-ENC
037800     IF WS-ENC = SPACES
037900         MOVE "ASCII" TO WS-ENC
038000     END-IF
038100     IF WS-ENC NOT = "ASCII" AND WS-ENC NOT = "EBCDIC"
038200         DISPLAY "CPYCSV: ENCODING MUST BE ASCII OR EBCDIC"
038300             " - GOT " FUNCTION TRIM(LS-ENCODING)
038400         GOBACK
038500     END-IF
038600     IF LS-DATA-PATH = SPACES OR LS-CSV-PATH = SPACES
038700         DISPLAY "CPYCSV: A DATA FILE AND A CSV FILE ARE BOTH"
038800             " REQUIRED"
038900         GOBACK
039000     END-IF
039100*    BACK TO THE HOUSE PROFILE FIRST - A CALLED PROGRAM KEEPS
039200*    ITS LAST-USED STATE, AND AN ASCII RUN AFTER AN EBCDIC ONE
039300*    MUST NOT STAY ON THE IBM PROFILE.
039400     MOVE "RMC" TO WS-PARSE-DIALECT
039500     IF WS-ENC = "EBCDIC"
039600         MOVE "IBM" TO WS-PARSE-DIALECT
039700     END-IF
039800     CALL "CPYPARSE" USING LS-COPYBOOK-PATH WS-FLD-TABLE
039900         WS-SIZING-RESULT WS-PARSE-DIALECT
040000     IF RESULT-FILE-ERROR
040100         DISPLAY "CPYCSV: UNABLE TO OPEN COPYBOOK "
040200             FUNCTION TRIM(LS-COPYBOOK-PATH)
040300         GOBACK
040400     END-IF
040500     PERFORM FIND-FIRST-RECORD
040600     IF WS-REC-FIRST = 0
040700         DISPLAY "CPYCSV: NO 01-LEVEL RECORD IN "
040800             FUNCTION TRIM(LS-COPYBOOK-PATH)
040900         GOBACK
041000     END-IF
041100     CALL "CPYRULES" USING LS-RULES-PATH WS-TYPE-RULES
041200     IF RULES-FILE-ERROR
041300         GOBACK
041400     END-IF
041500     IF RULES-OK
041600         PERFORM PREPARE-TYPE-RULES
041700         IF WS-RULE-BAD-SW = "Y"
041800             GOBACK
041900         END-IF
042000     END-IF
042100     PERFORM BUILD-TYPE-LIST
042200*    A MIXED FILE'S CSVS LEAD WITH THE RECORD# COLUMN.
042300     MOVE 0 TO WS-LEAD-COLS
042400     IF RULES-OK
042500         MOVE 1 TO WS-LEAD-COLS
042600     END-IF
042700     PERFORM OPEN-DESTINATION
042800     PERFORM WRITE-HEADER
042900     IF WS-DIRECTION = "UNLOAD"
043000         PERFORM UNLOAD-DATA-FILE
043100     ELSE
043200         PERFORM RELOAD-DATA-FILE
043300     END-IF
043400     PERFORM WRITE-TOTALS
043500     IF WS-DIRECTION = "RELOAD"
043600         PERFORM FINISH-RELOAD
043700     END-IF
043800     PERFORM CLOSE-DESTINATION
043900     GOBACK.
044000
044100 OPEN-DESTINATION.
044200     IF LS-OUTPUT-PATH = SPACES OR LS-OUTPUT-PATH = "SYSOUT"
044300         MOVE "Y" TO WS-TO-SCREEN
044400     ELSE
044500         MOVE "N" TO WS-TO-SCREEN
044600         MOVE LS-OUTPUT-PATH TO WS-OUT-PATH
044700         OPEN OUTPUT RPT-OUT-FILE
044800     END-IF.
044900
045000 CLOSE-DESTINATION.
045100     IF WS-TO-SCREEN = "N"
045200         CLOSE RPT-OUT-FILE
045300     END-IF.
045400
045500 EMIT-LINE.
045600     IF WS-TO-SCREEN = "Y"
045700         DISPLAY FUNCTION TRIM(WS-OUT-LINE)
045800     ELSE
045900         MOVE WS-OUT-LINE TO RPT-OUT-REC
046000         WRITE RPT-OUT-REC
046100     END-IF.
046200
046300 WRITE-HEADER.
046400     MOVE SPACES TO WS-OUT-LINE
046500     IF WS-DIRECTION = "UNLOAD"
046600         STRING "DATA UNLOAD - " FUNCTION TRIM(LS-DATA-PATH)
046700                " -> " FUNCTION TRIM(LS-CSV-PATH)
046800                DELIMITED BY SIZE INTO WS-OUT-LINE
046900     ELSE
047000         STRING "DATA RELOAD - " FUNCTION TRIM(LS-CSV-PATH)
047100                " -> " FUNCTION TRIM(LS-DATA-PATH)
047200                DELIMITED BY SIZE INTO WS-OUT-LINE
047300     END-IF
047400     PERFORM EMIT-LINE
047500     MOVE SPACES TO WS-OUT-LINE
047600     STRING "COPYBOOK " FUNCTION TRIM(LS-COPYBOOK-PATH)
047700            " ENCODING " FUNCTION TRIM(WS-ENC)
047800            DELIMITED BY SIZE INTO WS-OUT-LINE
047900     PERFORM EMIT-LINE
048000     IF RULES-OK
048100         MOVE SPACES TO WS-OUT-LINE
048200         STRING "TYPE RULES " FUNCTION TRIM(LS-RULES-PATH)
048300                " (" WS-RULE-COUNT " TYPES, DISCRIMINATOR AT +"
048400                WS-RULE-DISC-OFF ")"
048500                DELIMITED BY SIZE INTO WS-OUT-LINE
048600         PERFORM EMIT-LINE
048700     END-IF
048800     MOVE ALL "-" TO WS-OUT-LINE
048900     PERFORM EMIT-LINE.
049000
049100* THE FIRST 01 LEVEL IN THE TABLE AND THE RANGE OF ENTRIES THAT
049200* BELONG TO IT.
049300 FIND-FIRST-RECORD.
049400     MOVE 0 TO WS-REC-FIRST
049500     MOVE 0 TO WS-REC-LAST
049600     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
049700               UNTIL WS-SCAN-IDX > WS-FLD-COUNT
049800         IF FLD-LEVEL(WS-SCAN-IDX) = 1
049900             IF WS-REC-FIRST = 0
050000                 MOVE WS-SCAN-IDX TO WS-REC-FIRST
050100                 MOVE WS-FLD-COUNT TO WS-REC-LAST
050200             ELSE
050300                 IF WS-REC-LAST = WS-FLD-COUNT
050400                   AND WS-SCAN-IDX > WS-REC-FIRST
050500                     COMPUTE WS-REC-LAST = WS-SCAN-IDX - 1
050600                 END-IF
050700             END-IF
050800         END-IF
050900     END-PERFORM.
051000
051100* RESOLVES THE DISCRIMINATOR FIELD NAME (WHEN THE RULES FILE
051200* NAMES ONE) AGAINST THE FIELD TABLE AND CHECKS EVERY RULE'S
051300* RECORD NUMBER NAMES AN 01 LEVEL THE COPYBOOK ACTUALLY HAS.
051400 PREPARE-TYPE-RULES.
051500     MOVE "N" TO WS-RULE-BAD-SW
051600     IF WS-RULE-DISC-FIELD NOT = SPACES
051700         MOVE 0 TO WS-FOUND-IDX
051800         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
051900                   UNTIL WS-SCAN-IDX > WS-FLD-COUNT
052000                      OR WS-FOUND-IDX > 0
052100             IF FUNCTION TRIM(FLD-NAME(WS-SCAN-IDX)) =
052200                FUNCTION TRIM(WS-RULE-DISC-FIELD)
052300                 MOVE WS-SCAN-IDX TO WS-FOUND-IDX
052400             END-IF
052500         END-PERFORM
052600         IF WS-FOUND-IDX = 0
052700             DISPLAY "CPYCSV: DISCRIMINATOR FIELD "
052800                 FUNCTION TRIM(WS-RULE-DISC-FIELD)
052900                 " NOT IN COPYBOOK"
053000             MOVE "Y" TO WS-RULE-BAD-SW
053100         ELSE
053200             MOVE FLD-OFFSET(WS-FOUND-IDX) TO WS-RULE-DISC-OFF
053300             MOVE FLD-ELEM-LEN(WS-FOUND-IDX) TO WS-RULE-DISC-LEN
053400         END-IF
053500     END-IF
053600     IF WS-RULE-DISC-LEN = 0 OR WS-RULE-DISC-LEN > 8
053700         MOVE 1 TO WS-RULE-DISC-LEN
053800     END-IF
053900     MOVE 0 TO WS-01-TOTAL
054000     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
054100               UNTIL WS-SCAN-IDX > WS-FLD-COUNT
054200         IF FLD-LEVEL(WS-SCAN-IDX) = 1
054300             ADD 1 TO WS-01-TOTAL
054400         END-IF
054500     END-PERFORM
054600     PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
054700               UNTIL WS-RULE-IDX > WS-RULE-COUNT
054800         IF WS-RULE-RECORD-NO(WS-RULE-IDX) = 0
054900           OR WS-RULE-RECORD-NO(WS-RULE-IDX) > WS-01-TOTAL
055000             DISPLAY "CPYCSV: RULE TYPE "
055100                 FUNCTION TRIM(WS-RULE-VALUE(WS-RULE-IDX))
055200                 " NAMES 01 NUMBER "
055300                 WS-RULE-RECORD-NO(WS-RULE-IDX)
055400                 " - COPYBOOK HAS " WS-01-TOTAL
055500             MOVE "Y" TO WS-RULE-BAD-SW
055600         END-IF
055700     END-PERFORM
055800     MOVE 1 TO WS-CUR-REC-NO.
055900
056000* ONE ENTRY PER DISTINCT 01 LEVEL THE RULES NAME, IN THE ORDER
056100* THE RULES FIRST NAME THEM; WITHOUT RULES, THE FIRST 01 LEVEL.
056200 BUILD-TYPE-LIST.
056300     MOVE 0 TO WS-TYPE-COUNT
056400     IF RULES-OK
056500         PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
056600                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
056700             MOVE "N" TO WS-TYPE-DUP-SW
056800             PERFORM VARYING WS-TYPE-SCAN FROM 1 BY 1
056900                       UNTIL WS-TYPE-SCAN > WS-TYPE-COUNT
057000                 IF WS-TYPE-REC-NO(WS-TYPE-SCAN) =
057100                    WS-RULE-RECORD-NO(WS-RULE-IDX)
057200                     MOVE "Y" TO WS-TYPE-DUP-SW
057300                 END-IF
057400             END-PERFORM
057500             IF WS-TYPE-DUP-SW = "N"
057600                 ADD 1 TO WS-TYPE-COUNT
057700                 MOVE WS-RULE-RECORD-NO(WS-RULE-IDX)
057800                      TO WS-TYPE-REC-NO(WS-TYPE-COUNT)
057900             END-IF
058000         END-PERFORM
058100     ELSE
058200         MOVE 1 TO WS-TYPE-COUNT
058300         MOVE 1 TO WS-TYPE-REC-NO(1)
058400     END-IF.
058500
058600* POINTS WS-REC-FIRST/WS-REC-LAST AT THE WS-WANT-REC-NO'TH
058700* 01 LEVEL OF THE FIELD TABLE.
058800 SET-RECORD-RANGE.
058900     MOVE 0 TO WS-REC-FIRST
059000     MOVE 0 TO WS-REC-LAST
059100     MOVE 0 TO WS-01-SEEN
059200     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
059300               UNTIL WS-SCAN-IDX > WS-FLD-COUNT
059400         IF FLD-LEVEL(WS-SCAN-IDX) = 1
059500             ADD 1 TO WS-01-SEEN
059600             IF WS-01-SEEN = WS-WANT-REC-NO
059700                 MOVE WS-SCAN-IDX TO WS-REC-FIRST
059800                 MOVE WS-FLD-COUNT TO WS-REC-LAST
059900             ELSE
060000                 IF WS-01-SEEN = WS-WANT-REC-NO + 1
060100                     COMPUTE WS-REC-LAST = WS-SCAN-IDX - 1
060200                 END-IF
060300             END-IF
060400         END-IF
060500     END-PERFORM.
060600
060700* THE CSV FOR THE CURRENT 01 LEVEL: THE PATH AS GIVEN, OR WITH
060800* RULES <PATH>.<01 NAME> SO EACH RECORD TYPE GETS ITS OWN FILE.
060900 SET-CSV-PATH.
061000     MOVE SPACES TO WS-CSV-PATH
061100     IF RULES-OK
061200         STRING FUNCTION TRIM(LS-CSV-PATH) "."
061300                FUNCTION TRIM(FLD-NAME(WS-REC-FIRST))
061400                DELIMITED BY SIZE INTO WS-CSV-PATH
061500     ELSE
061600         MOVE LS-CSV-PATH TO WS-CSV-PATH
061700     END-IF.
061800
061900* MATCHES THE CURRENT RECORD'S TYPE BYTES AGAINST THE RULES AND
062000* LEAVES THE 01 NUMBER THEY SELECT IN WS-REC-TYPE-NO (ZERO WHEN
062100* NO RULE MATCHES).
062200 FIND-RECORD-TYPE.
062300     MOVE 0 TO WS-FOUND-IDX
062400     MOVE 0 TO WS-REC-TYPE-NO
062500     IF WS-RULE-DISC-OFF + WS-RULE-DISC-LEN - 1
062600             <= WS-DATA-REC-LEN
062700         MOVE WS-RECORD(WS-RULE-DISC-OFF:WS-RULE-DISC-LEN)
062800              TO WS-DISC-WORK
062900         IF WS-ENC = "EBCDIC"
063000*            THE RULES FILE IS ASCII - TRANSLATE THE RECORD'S
063100*            TYPE BYTES BEFORE MATCHING THEM.
063200             MOVE WS-DISC-WORK TO WS-TRAN-TEXT
063300             MOVE WS-RULE-DISC-LEN TO WS-TRAN-LEN
063400             PERFORM TRANSLATE-E2A-TEXT
063500             MOVE WS-TRAN-TEXT(1:8) TO WS-DISC-WORK
063600         END-IF
063700         PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
063800                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
063900                      OR WS-FOUND-IDX > 0
064000             IF WS-DISC-WORK(1:WS-RULE-DISC-LEN) =
064100                WS-RULE-VALUE(WS-RULE-IDX)(1:WS-RULE-DISC-LEN)
064200                 MOVE WS-RULE-IDX TO WS-FOUND-IDX
064300             END-IF
064400         END-PERFORM
064500     END-IF
064600     IF WS-FOUND-IDX > 0
064700         MOVE WS-RULE-RECORD-NO(WS-FOUND-IDX) TO WS-REC-TYPE-NO
064800     END-IF.
064900
065000* TRANSLATES THE FIRST WS-TRAN-LEN BYTES OF WS-TRAN-TEXT FROM
065100* EBCDIC TO ASCII THROUGH THE EBCTAB TABLE.
065200 TRANSLATE-E2A-TEXT.
065300     PERFORM VARYING WS-TRAN-IDX FROM 1 BY 1
065400               UNTIL WS-TRAN-IDX > WS-TRAN-LEN
065500         MOVE WS-TRAN-TEXT(WS-TRAN-IDX:1) TO WS-BYTE
065600         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE)
065700         MOVE WS-E2A-BYTE(WS-BYTE-VAL)
065800              TO WS-TRAN-TEXT(WS-TRAN-IDX:1)
065900     END-PERFORM.
066000
066100******************************************************************
066200*    COLUMN LAYOUT
066300******************************************************************
066400
066500* LISTS THE CSV COLUMNS OF THE 01 LEVEL WS-REC-FIRST..REC-LAST:
066600* EVERY ELEMENTARY FIELD, ONE COLUMN PER OCCURRENCE, SKIPPING
066700* REDEFINES AND EVERYTHING UNDER THEM. ALSO NOTES THE OCCURS
066800* ... DEPENDING ON ENTRY, WHICH DECIDES A RELOADED RECORD'S
066900* LENGTH.
067000 BUILD-COLUMN-TABLE.
067100     MOVE 0 TO WS-COL-COUNT
067200     MOVE 0 TO WS-ANC-DEPTH
067300     MOVE 0 TO WS-REDEF-LEVEL
067400     MOVE 0 TO WS-ODO-IDX
067500     MOVE "N" TO WS-COL-OVER-SW
067600     PERFORM VARYING WS-IDX FROM WS-REC-FIRST BY 1
067700               UNTIL WS-IDX > WS-REC-LAST
067800         PERFORM COLUMNS-FOR-ENTRY
067900     END-PERFORM.
068000
068100 COLUMNS-FOR-ENTRY.
068200     PERFORM UNTIL WS-ANC-DEPTH = 0
068300                OR WS-ANC-LEVEL(WS-ANC-DEPTH) < FLD-LEVEL(WS-IDX)
068400         SUBTRACT 1 FROM WS-ANC-DEPTH
068500     END-PERFORM
068600     IF WS-REDEF-LEVEL > 0
068700       AND FLD-LEVEL(WS-IDX) > WS-REDEF-LEVEL
068800         CONTINUE
068900     ELSE
069000         MOVE 0 TO WS-REDEF-LEVEL
069100         IF FLD-REDEFINES(WS-IDX) NOT = SPACES
069200             MOVE FLD-LEVEL(WS-IDX) TO WS-REDEF-LEVEL
069300         ELSE
069400             IF FLD-DEPENDING-ON(WS-IDX) NOT = SPACES
069500                 MOVE WS-IDX TO WS-ODO-IDX
069600             END-IF
069700             IF FLD-IS-GROUP(WS-IDX) = "Y"
069800                 IF WS-ANC-DEPTH < 20
069900                     ADD 1 TO WS-ANC-DEPTH
070000                     MOVE FLD-LEVEL(WS-IDX)
070100                          TO WS-ANC-LEVEL(WS-ANC-DEPTH)
070200                     MOVE FLD-OCCURS-MAX(WS-IDX)
070300                          TO WS-ANC-OCCURS(WS-ANC-DEPTH)
070400*                A GROUP'S LENGTH COVERS EVERY OCCURRENCE - THE
070500*                STRIDE BETWEEN OCCURRENCES IS ONE SHARE OF IT.
070600                     IF FLD-OCCURS-MAX(WS-IDX) > 0
070700                         COMPUTE WS-ANC-ELEM-LEN(WS-ANC-DEPTH) =
070800                             FLD-LEN-MAX(WS-IDX)
070900                             / FLD-OCCURS-MAX(WS-IDX)
071000                     ELSE
071100                         MOVE FLD-LEN-MAX(WS-IDX)
071200                              TO WS-ANC-ELEM-LEN(WS-ANC-DEPTH)
071300                     END-IF
071400                 END-IF
071500             ELSE
071600                 PERFORM ADD-FIELD-COLUMNS
071700             END-IF
071800         END-IF
071900     END-IF.
072000
072100* THE TABLE DIMENSIONS OF AN ELEMENTARY FIELD ARE THE OCCURS OF
072200* ITS ENCLOSING GROUPS, OUTERMOST FIRST, THEN ITS OWN. THE LAST
072300* THREE ARE FLATTENED; ANY OUTER ONES STAY AT OCCURRENCE 1.
072400 ADD-FIELD-COLUMNS.
072500     MOVE 0 TO WS-DIM-COUNT
072600     PERFORM VARYING WS-ANC-IDX FROM 1 BY 1
072700               UNTIL WS-ANC-IDX > WS-ANC-DEPTH
072800         IF WS-ANC-OCCURS(WS-ANC-IDX) > 0
072900             ADD 1 TO WS-DIM-COUNT
073000             MOVE WS-ANC-OCCURS(WS-ANC-IDX)
073100                  TO WS-DIM-OCCURS(WS-DIM-COUNT)
073200             MOVE WS-ANC-ELEM-LEN(WS-ANC-IDX)
073300                  TO WS-DIM-STRIDE(WS-DIM-COUNT)
073400         END-IF
073500     END-PERFORM
073600     IF FLD-OCCURS-MAX(WS-IDX) > 0
073700         ADD 1 TO WS-DIM-COUNT
073800         MOVE FLD-OCCURS-MAX(WS-IDX)
073900              TO WS-DIM-OCCURS(WS-DIM-COUNT)
074000         MOVE FLD-ELEM-LEN(WS-IDX) TO WS-DIM-STRIDE(WS-DIM-COUNT)
074100     END-IF
074200     MOVE 1 TO WS-N1 WS-N2 WS-N3
074300     MOVE 0 TO WS-S1 WS-S2 WS-S3
074400     IF WS-DIM-COUNT > 3
074500         COMPUTE WS-DIM-FIRST = WS-DIM-COUNT - 2
074600         MOVE 3 TO WS-DIM-USED
074700     ELSE
074800         MOVE 1 TO WS-DIM-FIRST
074900         MOVE WS-DIM-COUNT TO WS-DIM-USED
075000     END-IF
075100     IF WS-DIM-USED >= 1
075200         MOVE WS-DIM-OCCURS(WS-DIM-FIRST) TO WS-N1
075300         MOVE WS-DIM-STRIDE(WS-DIM-FIRST) TO WS-S1
075400     END-IF
075500     IF WS-DIM-USED >= 2
075600         MOVE WS-DIM-OCCURS(WS-DIM-FIRST + 1) TO WS-N2
075700         MOVE WS-DIM-STRIDE(WS-DIM-FIRST + 1) TO WS-S2
075800     END-IF
075900     IF WS-DIM-USED >= 3
076000         MOVE WS-DIM-OCCURS(WS-DIM-FIRST + 2) TO WS-N3
076100         MOVE WS-DIM-STRIDE(WS-DIM-FIRST + 2) TO WS-S3
076200     END-IF
076300     PERFORM ADD-ONE-COLUMN
076400         VARYING WS-D1 FROM 1 BY 1 UNTIL WS-D1 > WS-N1
076500         AFTER WS-D2 FROM 1 BY 1 UNTIL WS-D2 > WS-N2
076600         AFTER WS-D3 FROM 1 BY 1 UNTIL WS-D3 > WS-N3.
076700
076800 ADD-ONE-COLUMN.
076900     IF WS-COL-COUNT >= 2000
077000         MOVE "Y" TO WS-COL-OVER-SW
077100     ELSE
077200         ADD 1 TO WS-COL-COUNT
077300         MOVE WS-IDX TO WS-COL-FLD(WS-COL-COUNT)
077400         COMPUTE WS-COL-OFF(WS-COL-COUNT) = FLD-OFFSET(WS-IDX)
077500             + (WS-D1 - 1) * WS-S1
077600             + (WS-D2 - 1) * WS-S2
077700             + (WS-D3 - 1) * WS-S3
077800         MOVE SPACES TO WS-SUB-TEXT
077900         IF WS-DIM-USED >= 1
078000             MOVE WS-D1 TO WS-SUB-DISP
078100             STRING "(" FUNCTION TRIM(WS-SUB-DISP)
078200                    DELIMITED BY SIZE INTO WS-SUB-TEXT
078300         END-IF
078400         IF WS-DIM-USED >= 2
078500             MOVE WS-D2 TO WS-SUB-DISP
078600             STRING FUNCTION TRIM(WS-SUB-TEXT) ","
078700                    FUNCTION TRIM(WS-SUB-DISP)
078800                    DELIMITED BY SIZE INTO WS-SUB-TEXT
078900         END-IF
079000         IF WS-DIM-USED >= 3
079100             MOVE WS-D3 TO WS-SUB-DISP
079200             STRING FUNCTION TRIM(WS-SUB-TEXT) ","
079300                    FUNCTION TRIM(WS-SUB-DISP)
079400                    DELIMITED BY SIZE INTO WS-SUB-TEXT
079500         END-IF
079600         MOVE SPACES TO WS-COL-NAME(WS-COL-COUNT)
079700         IF WS-DIM-USED = 0
079800             MOVE FLD-NAME(WS-IDX) TO WS-COL-NAME(WS-COL-COUNT)
079900         ELSE
080000             STRING FUNCTION TRIM(FLD-NAME(WS-IDX))
080100                    FUNCTION TRIM(WS-SUB-TEXT) ")"
080200                    DELIMITED BY SIZE
080300                    INTO WS-COL-NAME(WS-COL-COUNT)
080400         END-IF
080500     END-IF.
080600
080700******************************************************************
080800*    UNLOAD
080900******************************************************************
081000
081100* ONE PASS OVER THE DATA FILE PER 01 LEVEL, EACH WRITING ITS
081200* OWN CSV. THE FIRST PASS ALSO COUNTS THE RECORDS READ AND THE
081300* RECORDS OF NO KNOWN TYPE.
081400 UNLOAD-DATA-FILE.
081500     MOVE LS-DATA-PATH TO WS-DATA-PATH
081600     PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
081700               UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
081800                  OR WS-STOP-SW = "Y"
081900         PERFORM UNLOAD-ONE-TYPE
082000     END-PERFORM.
082100
082200 UNLOAD-ONE-TYPE.
082300     MOVE WS-TYPE-REC-NO(WS-TYPE-IDX) TO WS-WANT-REC-NO
082400     PERFORM SET-RECORD-RANGE
082500     PERFORM BUILD-COLUMN-TABLE
082600     PERFORM SET-CSV-PATH
082700     MOVE 0 TO WS-TYPE-ROWS
082800     IF WS-COL-OVER-SW = "Y"
082900         MOVE SPACES TO WS-OUT-LINE
083000         STRING "RECORD " FUNCTION TRIM(FLD-NAME(WS-REC-FIRST))
083100                " HAS MORE THAN 2000 COLUMNS - NOT UNLOADED"
083200                DELIMITED BY SIZE INTO WS-OUT-LINE
083300         PERFORM EMIT-LINE
083400     ELSE
083500         OPEN INPUT DATA-IN-FILE
083600         IF WS-DATA-STATUS NOT = "00"
083700             MOVE SPACES TO WS-OUT-LINE
083800             STRING "UNABLE TO OPEN DATA FILE "
083900                    FUNCTION TRIM(LS-DATA-PATH)
084000                    " (STATUS " WS-DATA-STATUS ")"
084100                    DELIMITED BY SIZE INTO WS-OUT-LINE
084200             PERFORM EMIT-LINE
084300             MOVE "Y" TO WS-STOP-SW
084400         ELSE
084500             OPEN OUTPUT CSV-FILE
084600             IF WS-CSV-STATUS NOT = "00"
084700                 MOVE SPACES TO WS-OUT-LINE
084800                 STRING "UNABLE TO OPEN CSV FILE "
084900                        FUNCTION TRIM(WS-CSV-PATH)
085000                        " (STATUS " WS-CSV-STATUS ")"
085100                        DELIMITED BY SIZE INTO WS-OUT-LINE
085200                 PERFORM EMIT-LINE
085300                 MOVE "Y" TO WS-STOP-SW
085400                 CLOSE DATA-IN-FILE
085500             ELSE
085600                 PERFORM WRITE-CSV-HEADER
085700                 PERFORM UNLOAD-ONE-PASS
085800                 CLOSE DATA-IN-FILE
085900                 CLOSE CSV-FILE
086000                 PERFORM REPORT-TYPE-LINE
086100             END-IF
086200         END-IF
086300     END-IF.
086400
086500 UNLOAD-ONE-PASS.
086600     MOVE "N" TO WS-EOF-SW
086700     MOVE 0 TO WS-PASS-REC-NO
086800     PERFORM UNTIL WS-EOF
086900         READ DATA-IN-FILE INTO WS-RECORD
087000             AT END
087100                 SET WS-EOF TO TRUE
087200         END-READ
087300         IF NOT WS-EOF AND WS-DATA-STATUS NOT = "00"
087400             SET WS-EOF TO TRUE
087500         END-IF
087600         IF NOT WS-EOF
087700             ADD 1 TO WS-PASS-REC-NO
087800             PERFORM UNLOAD-ONE-RECORD
087900         END-IF
088000     END-PERFORM
088100     IF WS-TYPE-IDX = 1
088200         MOVE WS-PASS-REC-NO TO WS-REC-NUMBER
088300     END-IF.
088400
088500 UNLOAD-ONE-RECORD.
088600     IF RULES-OK
088700         PERFORM FIND-RECORD-TYPE
088800         IF WS-REC-TYPE-NO = 0 AND WS-TYPE-IDX = 1
088900             ADD 1 TO WS-UNKNOWN-COUNT
089000             MOVE WS-PASS-REC-NO TO WS-CNT-DISP
089100             MOVE SPACES TO WS-OUT-LINE
089200             STRING "REC=" WS-CNT-DISP " UNKNOWN RECORD TYPE '"
089300                    WS-DISC-WORK(1:WS-RULE-DISC-LEN)
089400                    "' - NOT UNLOADED"
089500                    DELIMITED BY SIZE INTO WS-OUT-LINE
089600             PERFORM EMIT-LINE
089700         END-IF
089800     ELSE
089900         MOVE WS-TYPE-REC-NO(WS-TYPE-IDX) TO WS-REC-TYPE-NO
090000     END-IF
090100     IF WS-REC-TYPE-NO = WS-TYPE-REC-NO(WS-TYPE-IDX)
090200         IF WS-DATA-REC-LEN > FLD-LEN-MAX(WS-REC-FIRST)
090300             ADD 1 TO WS-LONG-COUNT
090400         END-IF
090500         PERFORM WRITE-CSV-ROW
090600     END-IF.
090700
090800 WRITE-CSV-HEADER.
090900     MOVE 1 TO WS-LINE-PTR
091000     MOVE "N" TO WS-LINE-OVER-SW
091100     MOVE "Y" TO WS-FIRST-CELL-SW
091200     IF RULES-OK
091300         MOVE WS-RECNO-HEADER TO WS-CELL(1:7)
091400         MOVE 7 TO WS-CELL-LEN
091500         PERFORM APPEND-CELL
091600     END-IF
091700     PERFORM VARYING WS-COL-IDX FROM 1 BY 1
091800               UNTIL WS-COL-IDX > WS-COL-COUNT
091900         MOVE SPACES TO WS-CELL(1:60)
092000         MOVE WS-COL-NAME(WS-COL-IDX) TO WS-CELL(1:60)
092100         COMPUTE WS-CELL-LEN = FUNCTION LENGTH(
092200             FUNCTION TRIM(WS-COL-NAME(WS-COL-IDX)))
092300         PERFORM APPEND-CELL
092400     END-PERFORM
092500     PERFORM WRITE-CSV-LINE.
092600
092700 WRITE-CSV-ROW.
092800     MOVE 1 TO WS-LINE-PTR
092900     MOVE "N" TO WS-LINE-OVER-SW
093000     MOVE "Y" TO WS-FIRST-CELL-SW
093100     IF RULES-OK
093200         MOVE WS-PASS-REC-NO TO WS-CNT-DISP
093300         MOVE SPACES TO WS-CELL(1:9)
093400         MOVE FUNCTION TRIM(WS-CNT-DISP) TO WS-CELL(1:9)
093500         COMPUTE WS-CELL-LEN = FUNCTION LENGTH(
093600             FUNCTION TRIM(WS-CNT-DISP))
093700         PERFORM APPEND-CELL
093800     END-IF
093900     PERFORM VARYING WS-COL-IDX FROM 1 BY 1
094000               UNTIL WS-COL-IDX > WS-COL-COUNT
094100         PERFORM DECODE-COLUMN-VALUE
094200         PERFORM APPEND-CELL
094300     END-PERFORM
094400     IF WS-LINE-OVER-SW = "Y"
094500         ADD 1 TO WS-OVER-COUNT
094600         MOVE WS-PASS-REC-NO TO WS-CNT-DISP
094700         MOVE SPACES TO WS-OUT-LINE
094800         STRING "REC=" WS-CNT-DISP
094900                " WOULD EXCEED 32000 BYTES AS A CSV LINE"
095000                " - NOT UNLOADED"
095100                DELIMITED BY SIZE INTO WS-OUT-LINE
095200         PERFORM EMIT-LINE
095300     ELSE
095400         PERFORM WRITE-CSV-LINE
095500         ADD 1 TO WS-TYPE-ROWS
095600         ADD 1 TO WS-ROWS-OUT
095700     END-IF.
095800
095900 WRITE-CSV-LINE.
096000     IF WS-LINE-OVER-SW = "N"
096100         COMPUTE WS-CSV-REC-LEN = WS-LINE-PTR - 1
096200         IF WS-CSV-REC-LEN = 0
096300             MOVE SPACE TO CSV-REC(1:1)
096400             MOVE 1 TO WS-CSV-REC-LEN
096500         ELSE
096600             MOVE WS-CSV-LINE(1:WS-CSV-REC-LEN)
096700                  TO CSV-REC(1:WS-CSV-REC-LEN)
096800         END-IF
096900         WRITE CSV-REC
097000     END-IF.
097100
097200* ADDS WS-CELL(1:WS-CELL-LEN) TO THE LINE BEING BUILT, AFTER A
097300* COMMA FOR EVERY CELL BUT THE FIRST. A VALUE HOLDING A COMMA
097400* OR A QUOTE IS ENCLOSED IN QUOTES WITH ITS QUOTES DOUBLED.
097500 APPEND-CELL.
097600     IF WS-FIRST-CELL-SW = "N" AND WS-LINE-OVER-SW = "N"
097700         IF WS-LINE-PTR > 32000
097800             MOVE "Y" TO WS-LINE-OVER-SW
097900         ELSE
098000             MOVE "," TO WS-CSV-LINE(WS-LINE-PTR:1)
098100             ADD 1 TO WS-LINE-PTR
098200         END-IF
098300     END-IF
098400     IF WS-CELL-LEN > 0 AND WS-LINE-OVER-SW = "N"
098500         MOVE 0 TO WS-SPECIAL-COUNT
098600         INSPECT WS-CELL(1:WS-CELL-LEN) TALLYING WS-SPECIAL-COUNT
098700             FOR ALL "," ALL QUOTE
098800         IF WS-SPECIAL-COUNT = 0
098900             IF WS-LINE-PTR + WS-CELL-LEN - 1 > 32000
099000                 MOVE "Y" TO WS-LINE-OVER-SW
099100             ELSE
099200                 MOVE WS-CELL(1:WS-CELL-LEN)
099300                      TO WS-CSV-LINE(WS-LINE-PTR:WS-CELL-LEN)
099400                 ADD WS-CELL-LEN TO WS-LINE-PTR
099500             END-IF
099600         ELSE
099700             IF WS-LINE-PTR + WS-CELL-LEN + WS-SPECIAL-COUNT + 1
099800                     > 32000
099900                 MOVE "Y" TO WS-LINE-OVER-SW
100000             ELSE
100100                 PERFORM APPEND-QUOTED-CELL
100200             END-IF
100300         END-IF
100400     END-IF
100500     MOVE "N" TO WS-FIRST-CELL-SW.
100600
100700 APPEND-QUOTED-CELL.
100800     MOVE QUOTE TO WS-CSV-LINE(WS-LINE-PTR:1)
100900     ADD 1 TO WS-LINE-PTR
101000     PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
101100               UNTIL WS-CELL-IDX > WS-CELL-LEN
101200         MOVE WS-CELL(WS-CELL-IDX:1) TO WS-CELL-CHAR
101300         MOVE WS-CELL-CHAR TO WS-CSV-LINE(WS-LINE-PTR:1)
101400         ADD 1 TO WS-LINE-PTR
101500         IF WS-CELL-CHAR = QUOTE
101600             MOVE QUOTE TO WS-CSV-LINE(WS-LINE-PTR:1)
101700             ADD 1 TO WS-LINE-PTR
101800         END-IF
101900     END-PERFORM
102000     MOVE QUOTE TO WS-CSV-LINE(WS-LINE-PTR:1)
102100     ADD 1 TO WS-LINE-PTR.
102200
102300* DECODES COLUMN WS-COL-IDX OF THE CURRENT RECORD INTO WS-CELL.
102400* A FIELD PAST THE END OF THE RECORD LEAVES THE CELL EMPTY.
102500 DECODE-COLUMN-VALUE.
102600     MOVE WS-COL-FLD(WS-COL-IDX) TO WS-IDX
102700     MOVE WS-COL-OFF(WS-COL-IDX) TO WS-FLD-OFF
102800     MOVE FLD-ELEM-LEN(WS-IDX) TO WS-FLD-LEN
102900     COMPUTE WS-FLD-END = WS-FLD-OFF + WS-FLD-LEN - 1
103000     MOVE 0 TO WS-CELL-LEN
103100     IF WS-FLD-LEN = 0 OR WS-FLD-END > WS-DATA-REC-LEN
103200         CONTINUE
103300     ELSE
103400         EVALUATE FLD-USAGE(WS-IDX)
103500             WHEN "DISPLAY"
103600                 PERFORM CHECK-PIC-NUMERIC
103700                 IF WS-PIC-NUMERIC AND WS-FLD-LEN <= 18
103800                     PERFORM UNLOAD-NUMBER
103900                 ELSE
104000                     PERFORM UNLOAD-TEXT
104100                 END-IF
104200             WHEN "COMP-3"
104300             WHEN "BINARY"
104400                 PERFORM UNLOAD-NUMBER
104500             WHEN OTHER
104600                 PERFORM HEX-ESCAPE-FIELD
104700         END-EVALUATE
104800     END-IF.
104900
105000 UNLOAD-NUMBER.
105100     PERFORM DECODE-FIELD-NUMBER
105200     IF WS-NUM-OK-SW = "Y"
105300         PERFORM COUNT-PIC-SCALE
105400         PERFORM FORMAT-NUMBER
105500     ELSE
105600         PERFORM HEX-ESCAPE-FIELD
105700     END-IF.
105800
105900* TEXT GOES OUT WITHOUT ITS TRAILING SPACES. CONTROL BYTES
106000* WOULD BREAK THE CSV LINE, AND A VALUE THAT ALREADY LOOKS
106100* LIKE X'..' WOULD RELOAD AS HEX, SO BOTH GO OUT AS HEX.
106200 UNLOAD-TEXT.
106300     MOVE WS-RECORD(WS-FLD-OFF:WS-FLD-LEN)
106400          TO WS-FIELD-TEXT(1:WS-FLD-LEN)
106500     IF WS-ENC = "EBCDIC"
106600         PERFORM TRANSLATE-FIELD-TEXT
106700     END-IF
106800     MOVE "N" TO WS-CTL-BYTE-SW
106900     PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
107000               UNTIL WS-BYTE-IDX > WS-FLD-LEN
107100                  OR WS-CTL-BYTE-SW = "Y"
107200         IF WS-FIELD-TEXT(WS-BYTE-IDX:1) < SPACE
107300             MOVE "Y" TO WS-CTL-BYTE-SW
107400         END-IF
107500     END-PERFORM
107600     IF WS-FLD-LEN > 1
107700         IF WS-FIELD-TEXT(1:2) = "X'" OR WS-FIELD-TEXT(1:2) = "x'"
107800             MOVE "Y" TO WS-CTL-BYTE-SW
107900         END-IF
108000     END-IF
108100     IF WS-CTL-BYTE-SW = "Y"
108200         PERFORM HEX-ESCAPE-FIELD
108300     ELSE
108400         MOVE WS-FLD-LEN TO WS-CELL-LEN
108500         PERFORM UNTIL WS-CELL-LEN = 0
108600             OR WS-FIELD-TEXT(WS-CELL-LEN:1) NOT = SPACE
108700             SUBTRACT 1 FROM WS-CELL-LEN
108800         END-PERFORM
108900         IF WS-CELL-LEN > 0
109000             MOVE WS-FIELD-TEXT(1:WS-CELL-LEN)
109100                  TO WS-CELL(1:WS-CELL-LEN)
109200         END-IF
109300     END-IF.
109400
109500* TRANSLATES WS-FIELD-TEXT(1:WS-FLD-LEN) FROM EBCDIC TO ASCII.
109600 TRANSLATE-FIELD-TEXT.
109700     PERFORM VARYING WS-TR-IDX FROM 1 BY 1
109800               UNTIL WS-TR-IDX > WS-FLD-LEN
109900         MOVE WS-FIELD-TEXT(WS-TR-IDX:1) TO WS-TR-BYTE
110000         COMPUTE WS-TR-VAL = FUNCTION ORD(WS-TR-BYTE)
110100         MOVE WS-E2A-BYTE(WS-TR-VAL)
110200              TO WS-FIELD-TEXT(WS-TR-IDX:1)
110300     END-PERFORM.
110400
110500* THE STORED BYTES AS X'....' - TWO HEX DIGITS A BYTE, IN THE
110600* FILE'S OWN CHARACTER SET.
110700 HEX-ESCAPE-FIELD.
110800     MOVE "X'" TO WS-CELL(1:2)
110900     MOVE 2 TO WS-CELL-LEN
111000     PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF BY 1
111100               UNTIL WS-BYTE-IDX > WS-FLD-END
111200         MOVE WS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
111300         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
111400         DIVIDE WS-BYTE-VAL BY 16 GIVING WS-NIB-HI
111500             REMAINDER WS-NIB-LO
111600         ADD 1 TO WS-CELL-LEN
111700         MOVE WS-HEX-DIGITS(WS-NIB-HI + 1:1)
111800              TO WS-CELL(WS-CELL-LEN:1)
111900         ADD 1 TO WS-CELL-LEN
112000         MOVE WS-HEX-DIGITS(WS-NIB-LO + 1:1)
112100              TO WS-CELL(WS-CELL-LEN:1)
112200     END-PERFORM
112300     ADD 1 TO WS-CELL-LEN
112400     MOVE "'" TO WS-CELL(WS-CELL-LEN:1)
112500     ADD 1 TO WS-HEX-COUNT.
112600
112700* DECODES THE NUMERIC FIELD WS-IDX AT WS-FLD-OFF INTO
112800* WS-NUM-VALUE (UNSCALED - THE IMPLIED DECIMAL PLACES ARE STILL
112900* IN THE LOW DIGITS). WS-NUM-OK-SW SAYS WHETHER IT DECODED.
113000 DECODE-FIELD-NUMBER.
113100     MOVE "N" TO WS-NUM-OK-SW
113200     MOVE ZERO TO WS-NUM-VALUE
113300     EVALUATE FLD-USAGE(WS-IDX)
113400         WHEN "DISPLAY"
113500             IF WS-FLD-LEN <= 18
113600                 MOVE WS-RECORD(WS-FLD-OFF:WS-FLD-LEN)
113700                      TO WS-FIELD-TEXT(1:WS-FLD-LEN)
113800                 IF WS-ENC = "EBCDIC"
113900                     PERFORM TRANSLATE-FIELD-TEXT
114000                 END-IF
114100                 IF WS-FIELD-TEXT(1:WS-FLD-LEN) IS NUMERIC
114200                     COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL(
114300                         WS-FIELD-TEXT(1:WS-FLD-LEN))
114400                     MOVE "Y" TO WS-NUM-OK-SW
114500                 ELSE
114600                     IF FLD-PIC-STRING(WS-IDX)(1:1) = "S"
114700                         MOVE WS-FLD-LEN TO WS-ZONE-LEN
114800                         PERFORM DECODE-ZONED-SIGNED
114900                     END-IF
115000                 END-IF
115100             END-IF
115200         WHEN "COMP-3"
115300             IF WS-FLD-LEN <= 10
115400                 PERFORM DECODE-PACKED-VALUE
115500             END-IF
115600         WHEN "BINARY"
115700             IF WS-FLD-LEN <= 8
115800                 PERFORM DECODE-BINARY-VALUE
115900             END-IF
116000         WHEN OTHER
116100             CONTINUE
116200     END-EVALUATE.
116300
116400 DECODE-PACKED-VALUE.
116500     MOVE ZERO TO WS-PACKED-NUM
116600     MOVE "N" TO WS-PACKED-BAD-SW
116700     MOVE "N" TO WS-BIN-NEG-SW
116800     PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF BY 1
116900               UNTIL WS-BYTE-IDX > WS-FLD-END
117000         MOVE WS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
117100         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
117200         DIVIDE WS-BYTE-VAL BY 16 GIVING WS-NIB-HI
117300             REMAINDER WS-NIB-LO
117400         IF WS-NIB-HI > 9
117500             MOVE "Y" TO WS-PACKED-BAD-SW
117600             MOVE WS-FLD-END TO WS-BYTE-IDX
117700         ELSE
117800             COMPUTE WS-PACKED-NUM =
117900                 WS-PACKED-NUM * 10 + WS-NIB-HI
118000             IF WS-BYTE-IDX = WS-FLD-END
118100                 IF WS-NIB-LO = 13
118200                     SET WS-BIN-NEG TO TRUE
118300                 END-IF
118400                 IF WS-NIB-LO NOT = 12 AND WS-NIB-LO NOT = 13
118500                   AND WS-NIB-LO NOT = 15
118600                     MOVE "Y" TO WS-PACKED-BAD-SW
118700                 END-IF
118800             ELSE
118900                 IF WS-NIB-LO > 9
119000                     MOVE "Y" TO WS-PACKED-BAD-SW
119100                     MOVE WS-FLD-END TO WS-BYTE-IDX
119200                 ELSE
119300                     COMPUTE WS-PACKED-NUM =
119400                         WS-PACKED-NUM * 10 + WS-NIB-LO
119500                 END-IF
119600             END-IF
119700         END-IF
119800     END-PERFORM
119900     IF WS-PACKED-BAD-SW = "N"
120000         IF WS-BIN-NEG
120100             COMPUTE WS-NUM-VALUE = 0 - WS-PACKED-NUM
120200         ELSE
120300             MOVE WS-PACKED-NUM TO WS-NUM-VALUE
120400         END-IF
120500         MOVE "Y" TO WS-NUM-OK-SW
120600     END-IF.
120700
120800* SIGNED BINARY WITH THE HIGH BIT SET IS TWO'S COMPLEMENT - THE
120900* SAME DECODE THE BROWSER SHOWS.
121000 DECODE-BINARY-VALUE.
121100     MOVE "N" TO WS-BIN-NEG-SW
121200     MOVE WS-RECORD(WS-FLD-OFF:1) TO WS-BYTE
121300     COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
121400     IF FLD-PIC-STRING(WS-IDX)(1:1) = "S"
121500       AND WS-BYTE-VAL >= 128
121600         SET WS-BIN-NEG TO TRUE
121700     END-IF
121800     MOVE ZERO TO WS-BIN-NUM
121900     PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF BY 1
122000               UNTIL WS-BYTE-IDX > WS-FLD-END
122100         MOVE WS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
122200         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
122300         IF WS-BIN-NEG
122400             COMPUTE WS-BYTE-VAL = 255 - WS-BYTE-VAL
122500         END-IF
122600         COMPUTE WS-BIN-NUM = WS-BIN-NUM * 256 + WS-BYTE-VAL
122700     END-PERFORM
122800     IF WS-BIN-NEG
122900         ADD 1 TO WS-BIN-NUM
123000         COMPUTE WS-NUM-VALUE = 0 - WS-BIN-NUM
123100     ELSE
123200         MOVE WS-BIN-NUM TO WS-NUM-VALUE
123300     END-IF
123400     MOVE "Y" TO WS-NUM-OK-SW.
123500
123600* A SIGNED DISPLAY FIELD MAY CARRY ITS SIGN AS A TRAILING
123700* OVERPUNCH ({A-I POSITIVE, }J-R NEGATIVE, WITH THE LAST DIGIT
123800* UNDER THE SIGN) OR AS A TRAILING + OR - - THE SAME BYTES
123900* CPYVERIF ACCEPTS AS VALID SIGNED DATA. DECODES
124000* WS-FIELD-TEXT OVER WS-ZONE-LEN BYTES; NOTHING CHANGES WHEN
124100* THE BYTES DO NOT FIT THE PATTERN.
124200 DECODE-ZONED-SIGNED.
124300     MOVE WS-FIELD-TEXT(WS-ZONE-LEN:1) TO WS-ZONE-CHAR
124400     MOVE 0 TO WS-ZONE-POS
124500     PERFORM VARYING WS-ZONE-SCAN FROM 1 BY 1
124600               UNTIL WS-ZONE-SCAN > 22 OR WS-ZONE-POS > 0
124700         IF WS-OVERPUNCH-SET(WS-ZONE-SCAN:1) = WS-ZONE-CHAR
124800             MOVE WS-ZONE-SCAN TO WS-ZONE-POS
124900         END-IF
125000     END-PERFORM
125100     IF WS-ZONE-POS = 0
125200       OR (WS-ZONE-LEN > 1
125300         AND WS-FIELD-TEXT(1:WS-ZONE-LEN - 1) IS NOT NUMERIC)
125400       OR (WS-ZONE-LEN = 1 AND WS-ZONE-POS > 20)
125500         CONTINUE
125600     ELSE
125700         IF WS-ZONE-LEN > 1
125800             COMPUTE WS-ZONE-LEAD = FUNCTION NUMVAL(
125900                 WS-FIELD-TEXT(1:WS-ZONE-LEN - 1))
126000         ELSE
126100             MOVE ZERO TO WS-ZONE-LEAD
126200         END-IF
126300         EVALUATE TRUE
126400             WHEN WS-ZONE-POS <= 10
126500                 COMPUTE WS-ZONE-DIGIT = WS-ZONE-POS - 1
126600                 COMPUTE WS-NUM-VALUE =
126700                     WS-ZONE-LEAD * 10 + WS-ZONE-DIGIT
126800             WHEN WS-ZONE-POS <= 20
126900                 COMPUTE WS-ZONE-DIGIT = WS-ZONE-POS - 11
127000                 COMPUTE WS-NUM-VALUE = 0 -
127100                     (WS-ZONE-LEAD * 10 + WS-ZONE-DIGIT)
127200             WHEN WS-ZONE-POS = 21
127300                 MOVE WS-ZONE-LEAD TO WS-NUM-VALUE
127400             WHEN OTHER
127500                 COMPUTE WS-NUM-VALUE = 0 - WS-ZONE-LEAD
127600         END-EVALUATE
127700         MOVE "Y" TO WS-NUM-OK-SW
127800     END-IF.
127900
128000* A PICTURE IS TREATED AS DISPLAY NUMERIC WHEN IT IS BUILT ONLY
128100* FROM 9 S V P AND REPEAT COUNTS - THE SAME RULE THE OTHER DATA
128200* TOOLS APPLY.
128300 CHECK-PIC-NUMERIC.
128400     MOVE "N" TO WS-PIC-NUMERIC-SW
128500     IF FLD-PIC-STRING(WS-IDX) = SPACES
128600         CONTINUE
128700     ELSE
128800         MOVE "Y" TO WS-PIC-NUMERIC-SW
128900         COMPUTE WS-PIC-SCAN-LEN = FUNCTION LENGTH(
129000             FUNCTION TRIM(FLD-PIC-STRING(WS-IDX)))
129100         PERFORM VARYING WS-PIC-SCAN FROM 1 BY 1
129200                   UNTIL WS-PIC-SCAN > WS-PIC-SCAN-LEN
129300             MOVE FLD-PIC-STRING(WS-IDX)(WS-PIC-SCAN:1)
129400                  TO WS-PIC-CHAR
129500             IF WS-PIC-CHAR NOT = "9" AND WS-PIC-CHAR NOT = "S"
129600               AND WS-PIC-CHAR NOT = "V"
129700               AND WS-PIC-CHAR NOT = "P"
129800               AND WS-PIC-CHAR NOT = "("
129900               AND WS-PIC-CHAR NOT = ")"
130000               AND WS-PIC-CHAR NOT NUMERIC
130100                 MOVE "N" TO WS-PIC-NUMERIC-SW
130200             END-IF
130300         END-PERFORM
130400     END-IF.
130500
130600* THE NUMBER OF DIGIT POSITIONS AFTER THE V OF THE PICTURE -
130700* 9(7)V99 AND 9(7)V9(2) BOTH GIVE 2 - INTO WS-SCALE.
130800 COUNT-PIC-SCALE.
130900     MOVE 0 TO WS-SCALE
131000     MOVE "N" TO WS-AFTER-V-SW
131100     COMPUTE WS-PIC-SCAN-LEN = FUNCTION LENGTH(
131200         FUNCTION TRIM(FLD-PIC-STRING(WS-IDX)))
131300     PERFORM VARYING WS-PIC-SCAN FROM 1 BY 1
131400               UNTIL WS-PIC-SCAN > WS-PIC-SCAN-LEN
131500         MOVE FLD-PIC-STRING(WS-IDX)(WS-PIC-SCAN:1)
131600              TO WS-PIC-CHAR
131700         IF WS-PIC-CHAR = "V"
131800             MOVE "Y" TO WS-AFTER-V-SW
131900         END-IF
132000         IF WS-PIC-CHAR = "9" AND WS-AFTER-V-SW = "Y"
132100             IF WS-PIC-SCAN < WS-PIC-SCAN-LEN
132200               AND FLD-PIC-STRING(WS-IDX)(WS-PIC-SCAN + 1:1)
132300                   = "("
132400                 PERFORM COUNT-PIC-REPEAT
132500                 ADD WS-PIC-REPEAT TO WS-SCALE
132600             ELSE
132700                 ADD 1 TO WS-SCALE
132800             END-IF
132900         END-IF
133000     END-PERFORM
133100     IF WS-SCALE > 18
133200         MOVE 18 TO WS-SCALE
133300     END-IF.
133400
133500* READS THE REPEAT COUNT "(N)" AFTER THE PICTURE CHARACTER AT
133600* WS-PIC-SCAN AND LEAVES WS-PIC-SCAN ON THE CLOSING BRACKET.
133700 COUNT-PIC-REPEAT.
133800     MOVE 0 TO WS-PIC-REPEAT
133900     ADD 2 TO WS-PIC-SCAN
134000     PERFORM UNTIL WS-PIC-SCAN > WS-PIC-SCAN-LEN
134100                OR FLD-PIC-STRING(WS-IDX)(WS-PIC-SCAN:1) = ")"
134200         MOVE FLD-PIC-STRING(WS-IDX)(WS-PIC-SCAN:1)
134300              TO WS-PIC-CHAR
134400         IF WS-PIC-CHAR IS NUMERIC
134500             COMPUTE WS-PIC-REPEAT = WS-PIC-REPEAT * 10
134600                 + FUNCTION NUMVAL(WS-PIC-CHAR)
134700         END-IF
134800         ADD 1 TO WS-PIC-SCAN
134900     END-PERFORM.
135000
135100* WS-NUM-VALUE AS A PLAIN DECIMAL NUMBER IN WS-CELL: A LEADING
135200* MINUS WHEN NEGATIVE, NO LEADING ZEROS, AND WS-SCALE DIGITS
135300* AFTER A DECIMAL POINT.
135400 FORMAT-NUMBER.
135500     MOVE 0 TO WS-CELL-LEN
135600     IF WS-NUM-VALUE < 0
135700         MOVE 1 TO WS-CELL-LEN
135800         MOVE "-" TO WS-CELL(1:1)
135900         COMPUTE WS-ABS-VALUE = 0 - WS-NUM-VALUE
136000     ELSE
136100         MOVE WS-NUM-VALUE TO WS-ABS-VALUE
136200     END-IF
136300     MOVE WS-ABS-VALUE TO WS-DIGIT-EDIT
136400     COMPUTE WS-INT-LEN = 18 - WS-SCALE
136500     IF WS-INT-LEN = 0
136600         ADD 1 TO WS-CELL-LEN
136700         MOVE "0" TO WS-CELL(WS-CELL-LEN:1)
136800     ELSE
136900         MOVE 1 TO WS-LEAD
137000         PERFORM UNTIL WS-LEAD >= WS-INT-LEN
137100                    OR WS-DIGIT-EDIT(WS-LEAD:1) NOT = "0"
137200             ADD 1 TO WS-LEAD
137300         END-PERFORM
137400         MOVE WS-DIGIT-EDIT(WS-LEAD:WS-INT-LEN - WS-LEAD + 1)
137500              TO WS-CELL(WS-CELL-LEN + 1:
137600                         WS-INT-LEN - WS-LEAD + 1)
137700         COMPUTE WS-CELL-LEN = WS-CELL-LEN
137800             + WS-INT-LEN - WS-LEAD + 1
137900     END-IF
138000     IF WS-SCALE > 0
138100         ADD 1 TO WS-CELL-LEN
138200         MOVE "." TO WS-CELL(WS-CELL-LEN:1)
138300         MOVE WS-DIGIT-EDIT(WS-INT-LEN + 1:WS-SCALE)
138400              TO WS-CELL(WS-CELL-LEN + 1:WS-SCALE)
138500         ADD WS-SCALE TO WS-CELL-LEN
138600     END-IF.
138700
138800******************************************************************
138900*    RELOAD
139000******************************************************************
139100
139200* THE NEW DATA FILE IS WRITTEN ONCE, FROM EACH 01 LEVEL'S CSV
139300* IN TURN - IN RULE ORDER WHEN THERE ARE RULES - INTO
139400* <DATA>.NEW; FINISH-RELOAD DECIDES WHETHER IT REPLACES THE
139500* DATA FILE.
139600 RELOAD-DATA-FILE.
139700     MOVE SPACES TO WS-NEW-PATH
139800     STRING FUNCTION TRIM(LS-DATA-PATH) ".NEW"
139900            DELIMITED BY SIZE INTO WS-NEW-PATH
140000     MOVE WS-NEW-PATH TO WS-DATA-PATH
140100     OPEN OUTPUT DATA-OUT-FILE
140200     IF WS-DATA-STATUS NOT = "00"
140300         SET WS-RELOAD-FAILED TO TRUE
140400         MOVE SPACES TO WS-OUT-LINE
140500         STRING "UNABLE TO CREATE "
140600                FUNCTION TRIM(WS-NEW-PATH)
140700                " (STATUS " WS-DATA-STATUS ")"
140800                DELIMITED BY SIZE INTO WS-OUT-LINE
140900         PERFORM EMIT-LINE
141000     ELSE
141100         IF RULES-OK
141200             SORT CSV-SORT-FILE
141300                 ON ASCENDING KEY SRT-REC-NO
141400                 WITH DUPLICATES IN ORDER
141500                 INPUT PROCEDURE IS RELOAD-ALL-TYPES
141600                 OUTPUT PROCEDURE IS WRITE-MERGED-RECORDS
141700             IF SORT-RETURN NOT = 0
141800                 SET WS-RELOAD-FAILED TO TRUE
141900                 MOVE "THE MERGE SORT ENDED IN ERROR"
142000                     TO WS-OUT-LINE
142100                 PERFORM EMIT-LINE
142200             END-IF
142300         ELSE
142400             PERFORM RELOAD-ALL-TYPES
142500         END-IF
142600         CLOSE DATA-OUT-FILE
142700     END-IF.
142800
142900* THE NEW FILE GOES OVER THE DATA FILE ONLY WHEN NOTHING WENT
143000* WRONG; ANYTHING REFUSED OR NOT STORED AS GIVEN KEEPS THE OLD
143100* FILE, AS CPYLOAD KEEPS AN OLD MASTER.
143200 FINISH-RELOAD.
143300     IF WS-RECNO-REFUSED > 0 OR WS-CELL-ERRORS > 0
143400         SET WS-RELOAD-FAILED TO TRUE
143500     END-IF
143600     MOVE SPACES TO WS-COMMAND-LINE
143700     MOVE SPACES TO WS-OUT-LINE
143800     IF WS-RELOAD-FAILED
143900         STRING "rm -f " FUNCTION TRIM(WS-NEW-PATH)
144000                DELIMITED BY SIZE INTO WS-COMMAND-LINE
144100         CALL "SYSTEM" USING WS-COMMAND-LINE
144200         STRING "RELOAD FAILED - " FUNCTION TRIM(LS-DATA-PATH)
144300                " LEFT AS IS"
144400                DELIMITED BY SIZE INTO WS-OUT-LINE
144500         PERFORM EMIT-LINE
144600         MOVE 8 TO RETURN-CODE
144700     ELSE
144800         STRING "mv " FUNCTION TRIM(WS-NEW-PATH)
144900                " " FUNCTION TRIM(LS-DATA-PATH)
145000                DELIMITED BY SIZE INTO WS-COMMAND-LINE
145100         CALL "SYSTEM" USING WS-COMMAND-LINE
145200         IF RETURN-CODE NOT = 0
145300             STRING "UNABLE TO MOVE " FUNCTION TRIM(WS-NEW-PATH)
145400                    " OVER " FUNCTION TRIM(LS-DATA-PATH)
145500                    " - THE DATA FILE IS LEFT AS IS"
145600                    DELIMITED BY SIZE INTO WS-OUT-LINE
145700             PERFORM EMIT-LINE
145800             MOVE 8 TO RETURN-CODE
145900         ELSE
146000             STRING "DATA FILE " FUNCTION TRIM(LS-DATA-PATH)
146100                    " REPLACED"
146200                    DELIMITED BY SIZE INTO WS-OUT-LINE
146300             PERFORM EMIT-LINE
146400             MOVE 0 TO RETURN-CODE
146500         END-IF
146600     END-IF.
146700
146800* EVERY CSV IN RULE ORDER. FOR A MIXED FILE THIS IS THE SORT'S
146900* INPUT PROCEDURE - THE ROWS GO TO THE MERGE, NOT THE FILE.
147000 RELOAD-ALL-TYPES.
147100     PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
147200               UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
147300         PERFORM RELOAD-ONE-TYPE
147400     END-PERFORM.
147500
147600* OUTPUT PROCEDURE - THE RECORDS OF ALL TYPES IN RECORD#
147700* ORDER. OF TWO ROWS WITH ONE NUMBER THE FIRST IN RULE ORDER IS
147800* KEPT AND THE OTHER REPORTED.
147900 WRITE-MERGED-RECORDS.
148000     MOVE 0 TO WS-PREV-REC-NO
148100     MOVE "N" TO WS-EOF-SW
148200     PERFORM UNTIL WS-EOF
148300         RETURN CSV-SORT-FILE
148400             AT END
148500                 SET WS-EOF TO TRUE
148600             NOT AT END
148700                 PERFORM WRITE-ONE-MERGED
148800         END-RETURN
148900     END-PERFORM.
149000
149100 WRITE-ONE-MERGED.
149200     MOVE SRT-LINE-NO TO WS-LINE-NUMBER
149300     IF SRT-REC-NO = WS-PREV-REC-NO
149400         ADD 1 TO WS-RECNO-REFUSED
149500         MOVE SRT-REC-NO TO WS-CNT-DISP
149600         MOVE FUNCTION TRIM(WS-CNT-DISP) TO WS-SUB-TEXT
149700         MOVE SRT-LINE-NO TO WS-CNT-DISP
149800         MOVE SPACES TO WS-OUT-LINE
149900         STRING "LINE=" WS-CNT-DISP " OF "
150000                FUNCTION TRIM(SRT-TYPE-NAME) " "
150100                WS-RECNO-HEADER "="
150200                FUNCTION TRIM(WS-SUB-TEXT)
150300                " ALREADY TAKEN - NOT LOADED"
150400                DELIMITED BY SIZE INTO WS-OUT-LINE
150500         PERFORM EMIT-LINE
150600     ELSE
150700         MOVE SRT-REC-NO TO WS-PREV-REC-NO
150800         MOVE SRT-REC-LEN TO WS-LOAD-REC-LEN
150900         MOVE SRT-DATA(1:WS-LOAD-REC-LEN)
151000              TO WS-RECORD(1:WS-LOAD-REC-LEN)
151100         PERFORM WRITE-RELOAD-RECORD
151200     END-IF.
151300
151400 RELOAD-ONE-TYPE.
151500     MOVE WS-TYPE-REC-NO(WS-TYPE-IDX) TO WS-WANT-REC-NO
151600     PERFORM SET-RECORD-RANGE
151700     PERFORM BUILD-COLUMN-TABLE
151800     PERFORM SET-CSV-PATH
151900     MOVE 0 TO WS-TYPE-ROWS
152000     IF WS-COL-OVER-SW = "Y"
152100         SET WS-RELOAD-FAILED TO TRUE
152200         MOVE SPACES TO WS-OUT-LINE
152300         STRING "RECORD " FUNCTION TRIM(FLD-NAME(WS-REC-FIRST))
152400                " HAS MORE THAN 2000 COLUMNS - NOT RELOADED"
152500                DELIMITED BY SIZE INTO WS-OUT-LINE
152600         PERFORM EMIT-LINE
152700     ELSE
152800         OPEN INPUT CSV-FILE
152900         IF WS-CSV-STATUS NOT = "00"
153000             SET WS-RELOAD-FAILED TO TRUE
153100             MOVE SPACES TO WS-OUT-LINE
153200             STRING "NO CSV FILE " FUNCTION TRIM(WS-CSV-PATH)
153300                    " - NOTHING LOADED FOR "
153400                    FUNCTION TRIM(FLD-NAME(WS-REC-FIRST))
153500                    DELIMITED BY SIZE INTO WS-OUT-LINE
153600             PERFORM EMIT-LINE
153700         ELSE
153800             MOVE "N" TO WS-CSV-EOF-SW
153900             MOVE 0 TO WS-LINE-NUMBER
154000             PERFORM READ-CSV-LINE
154100             IF WS-CSV-EOF
154200                 SET WS-RELOAD-FAILED TO TRUE
154300                 MOVE SPACES TO WS-OUT-LINE
154400                 STRING "CSV FILE " FUNCTION TRIM(WS-CSV-PATH)
154500                        " IS EMPTY - NO HEADER ROW"
154600                        DELIMITED BY SIZE INTO WS-OUT-LINE
154700                 PERFORM EMIT-LINE
154800             ELSE
154900                 PERFORM CHECK-CSV-HEADER
155000                 IF WS-HEADER-OK-SW = "N"
155100                     SET WS-RELOAD-FAILED TO TRUE
155200                 END-IF
155300                 IF WS-HEADER-OK-SW = "Y"
155400                     PERFORM READ-CSV-LINE
155500                     PERFORM UNTIL WS-CSV-EOF
155600                         PERFORM RELOAD-ONE-ROW
155700                         PERFORM READ-CSV-LINE
155800                     END-PERFORM
155900                 END-IF
156000             END-IF
156100             CLOSE CSV-FILE
156200             PERFORM REPORT-TYPE-LINE
156300         END-IF
156400     END-IF.
156500
156600* THE NEXT CSV LINE INTO WS-CSV-LINE(1:WS-CSV-REC-LEN), WITH A
156700* CARRIAGE RETURN LEFT BY A PC EDITOR TAKEN OFF THE END.
156800 READ-CSV-LINE.
156900     READ CSV-FILE
157000         AT END
157100             SET WS-CSV-EOF TO TRUE
157200     END-READ
157300     IF NOT WS-CSV-EOF AND WS-CSV-STATUS NOT = "00"
157400         SET WS-CSV-EOF TO TRUE
157500         SET WS-RELOAD-FAILED TO TRUE
157600         MOVE WS-LINE-NUMBER TO WS-CNT-DISP
157700         MOVE SPACES TO WS-OUT-LINE
157800         STRING "CSV READ FAILED WITH STATUS " WS-CSV-STATUS
157900                " AFTER LINE " FUNCTION TRIM(WS-CNT-DISP)
158000                DELIMITED BY SIZE INTO WS-OUT-LINE
158100         PERFORM EMIT-LINE
158200     END-IF
158300     IF NOT WS-CSV-EOF
158400         ADD 1 TO WS-LINE-NUMBER
158500         IF WS-CSV-REC-LEN > 0
158600             MOVE CSV-REC(1:WS-CSV-REC-LEN)
158700                  TO WS-CSV-LINE(1:WS-CSV-REC-LEN)
158800             IF WS-CSV-LINE(WS-CSV-REC-LEN:1) = X"0D"
158900                 SUBTRACT 1 FROM WS-CSV-REC-LEN
159000             END-IF
159100         END-IF
159200     END-IF.
159300
159400* THE HEADER ROW MUST NAME THE COPYBOOK'S COLUMNS IN ORDER - A
159500* SHEET WITH A COLUMN MOVED OR DROPPED WOULD OTHERWISE LOAD
159600* EVERY VALUE INTO THE WRONG FIELD. A SPREADSHEET'S UTF-8 BYTE
159700* ORDER MARK IN FRONT OF THE FIRST NAME IS SKIPPED.
159800 CHECK-CSV-HEADER.
159900     MOVE "Y" TO WS-HEADER-OK-SW
160000     MOVE 1 TO WS-LINE-PTR
160100     IF WS-CSV-REC-LEN >= 3
160200         IF WS-CSV-LINE(1:3) = X"EFBBBF"
160300             MOVE 4 TO WS-LINE-PTR
160400         END-IF
160500     END-IF
160600     IF RULES-OK
160700         PERFORM NEXT-CSV-CELL
160800         MOVE SPACES TO WS-HDR-NAME
160900         IF WS-CELL-LEN > 0
161000             MOVE WS-CELL(1:WS-CELL-LEN) TO WS-HDR-NAME
161100         END-IF
161200         IF FUNCTION UPPER-CASE(WS-HDR-NAME) NOT =
161300            WS-RECNO-HEADER
161400             MOVE "N" TO WS-HEADER-OK-SW
161500             MOVE SPACES TO WS-OUT-LINE
161600             STRING "CSV HEADER COLUMN 1 IS '"
161700                    FUNCTION TRIM(WS-HDR-NAME)
161800                    "' - A MIXED FILE'S CSV STARTS WITH "
161900                    WS-RECNO-HEADER
162000                    DELIMITED BY SIZE INTO WS-OUT-LINE
162100             PERFORM EMIT-LINE
162200         END-IF
162300     END-IF
162400     PERFORM VARYING WS-COL-IDX FROM 1 BY 1
162500               UNTIL WS-COL-IDX > WS-COL-COUNT
162600                  OR WS-HEADER-OK-SW = "N"
162700         PERFORM NEXT-CSV-CELL
162800         MOVE SPACES TO WS-HDR-NAME
162900         IF WS-CELL-LEN > 60
163000             MOVE WS-CELL(1:60) TO WS-HDR-NAME
163100         ELSE
163200             IF WS-CELL-LEN > 0
163300                 MOVE WS-CELL(1:WS-CELL-LEN) TO WS-HDR-NAME
163400             END-IF
163500         END-IF
163600         IF FUNCTION UPPER-CASE(WS-HDR-NAME) NOT =
163700            WS-COL-NAME(WS-COL-IDX)
163800             MOVE "N" TO WS-HEADER-OK-SW
163900             COMPUTE WS-COL-DISP = WS-COL-IDX + WS-LEAD-COLS
164000             MOVE SPACES TO WS-OUT-LINE
164100             STRING "CSV HEADER COLUMN "
164200                    FUNCTION TRIM(WS-COL-DISP) " IS '"
164300                    FUNCTION TRIM(WS-HDR-NAME)
164400                    "' - COPYBOOK HAS "
164500                    FUNCTION TRIM(WS-COL-NAME(WS-COL-IDX))
164600                    DELIMITED BY SIZE INTO WS-OUT-LINE
164700             PERFORM EMIT-LINE
164800         END-IF
164900     END-PERFORM
165000     IF WS-HEADER-OK-SW = "Y"
165100       AND WS-LINE-PTR <= WS-CSV-REC-LEN
165200         MOVE "N" TO WS-HEADER-OK-SW
165300         MOVE WS-COL-COUNT TO WS-COL-DISP
165400         MOVE SPACES TO WS-OUT-LINE
165500         STRING "CSV HEADER HAS MORE THAN THE COPYBOOK'S "
165600                FUNCTION TRIM(WS-COL-DISP) " COLUMNS"
165700                DELIMITED BY SIZE INTO WS-OUT-LINE
165800         PERFORM EMIT-LINE
165900     END-IF
166000     IF WS-HEADER-OK-SW = "N"
166100         MOVE SPACES TO WS-OUT-LINE
166200         STRING "CSV FILE " FUNCTION TRIM(WS-CSV-PATH)
166300                " DOES NOT MATCH "
166400                FUNCTION TRIM(FLD-NAME(WS-REC-FIRST))
166500                " - NOT LOADED"
166600                DELIMITED BY SIZE INTO WS-OUT-LINE
166700         PERFORM EMIT-LINE
166800     END-IF.
166900
167000* TAKES THE NEXT VALUE OFF THE LINE AT WS-LINE-PTR INTO
167100* WS-CELL(1:WS-CELL-LEN) AND STEPS PAST ITS COMMA. A QUOTED
167200* VALUE LOSES ITS QUOTES AND A DOUBLED QUOTE INSIDE IT BECOMES
167300* ONE. PAST THE END OF THE LINE THE VALUE IS EMPTY.
167400 NEXT-CSV-CELL.
167500     MOVE 0 TO WS-CELL-LEN
167600     MOVE "N" TO WS-IN-QUOTE-SW
167700     MOVE "N" TO WS-CELL-DONE-SW
167800     IF WS-LINE-PTR <= WS-CSV-REC-LEN
167900         IF WS-CSV-LINE(WS-LINE-PTR:1) = QUOTE
168000             MOVE "Y" TO WS-IN-QUOTE-SW
168100             ADD 1 TO WS-LINE-PTR
168200         END-IF
168300     END-IF
168400     PERFORM UNTIL WS-CELL-DONE-SW = "Y"
168500         IF WS-LINE-PTR > WS-CSV-REC-LEN
168600             MOVE "Y" TO WS-CELL-DONE-SW
168700         ELSE
168800             MOVE WS-CSV-LINE(WS-LINE-PTR:1) TO WS-CELL-CHAR
168900             ADD 1 TO WS-LINE-PTR
169000             IF WS-IN-QUOTE-SW = "Y"
169100                 IF WS-CELL-CHAR = QUOTE
169200                     PERFORM CHECK-DOUBLED-QUOTE
169300                 ELSE
169400                     PERFORM ADD-CELL-CHAR
169500                 END-IF
169600             ELSE
169700                 IF WS-CELL-CHAR = ","
169800                     MOVE "Y" TO WS-CELL-DONE-SW
169900                 ELSE
170000                     PERFORM ADD-CELL-CHAR
170100                 END-IF
170200             END-IF
170300         END-IF
170400     END-PERFORM.
170500
170600* A QUOTE INSIDE A QUOTED VALUE: DOUBLED IT IS ONE LITERAL
170700* QUOTE, OTHERWISE IT CLOSES THE VALUE.
170800 CHECK-DOUBLED-QUOTE.
170900     MOVE "N" TO WS-IN-QUOTE-SW
171000     IF WS-LINE-PTR <= WS-CSV-REC-LEN
171100         IF WS-CSV-LINE(WS-LINE-PTR:1) = QUOTE
171200             MOVE "Y" TO WS-IN-QUOTE-SW
171300             ADD 1 TO WS-LINE-PTR
171400             PERFORM ADD-CELL-CHAR
171500         END-IF
171600     END-IF.
171700
171800 ADD-CELL-CHAR.
171900     IF WS-CELL-LEN < 20000
172000         ADD 1 TO WS-CELL-LEN
172100         MOVE WS-CELL-CHAR TO WS-CELL(WS-CELL-LEN:1)
172200     END-IF.
172300
172400* ONE CSV LINE BECOMES ONE RECORD: EVERY COLUMN ENCODED INTO
172500* ITS STORED FORM, THEN WRITTEN AT THE RECORD'S OWN LENGTH.
172600* BLANK LINES ARE SKIPPED.
172700 RELOAD-ONE-ROW.
172800     IF WS-CSV-REC-LEN = 0
172900         CONTINUE
173000     ELSE
173100         IF WS-CSV-LINE(1:WS-CSV-REC-LEN) = SPACES
173200             CONTINUE
173300         ELSE
173400             PERFORM BUILD-RELOAD-RECORD
173500         END-IF
173600     END-IF.
173700
173800 BUILD-RELOAD-RECORD.
173900     ADD 1 TO WS-ROWS-READ
174000     MOVE 1 TO WS-LINE-PTR
174100     MOVE "Y" TO WS-ROW-OK-SW
174200     IF RULES-OK
174300         PERFORM TAKE-ROW-REC-NO
174400     END-IF
174500     IF WS-ROW-OK-SW = "Y"
174600         PERFORM ENCODE-RELOAD-ROW
174700     END-IF.
174800
174900* THE LEADING RECORD# CELL OF A MIXED FILE'S ROW: A WHOLE
175000* NUMBER ABOVE ZERO, OR THE ROW CANNOT BE PLACED AND IS LEFT
175100* OUT.
175200 TAKE-ROW-REC-NO.
175300     PERFORM NEXT-CSV-CELL
175400     MOVE 0 TO WS-ROW-REC-NO
175500     IF WS-CELL-LEN > 0 AND WS-CELL-LEN <= 9
175600         IF WS-CELL(1:WS-CELL-LEN) IS NUMERIC
175700             COMPUTE WS-ROW-REC-NO =
175800                 FUNCTION NUMVAL(WS-CELL(1:WS-CELL-LEN))
175900         END-IF
176000     END-IF
176100     IF WS-ROW-REC-NO = 0
176200         MOVE "N" TO WS-ROW-OK-SW
176300         ADD 1 TO WS-RECNO-REFUSED
176400         MOVE WS-LINE-NUMBER TO WS-CNT-DISP
176500         MOVE SPACES TO WS-OUT-LINE
176600         STRING "LINE=" WS-CNT-DISP " "
176700                WS-RECNO-HEADER
176800                " MISSING OR NOT A WHOLE NUMBER - NOT LOADED"
176900                DELIMITED BY SIZE INTO WS-OUT-LINE
177000         PERFORM EMIT-LINE
177100     END-IF.
177200
177300 ENCODE-RELOAD-ROW.
177400     MOVE FLD-LEN-MAX(WS-REC-FIRST) TO WS-LOAD-REC-LEN
177500     IF FLD-LEN-MAX(WS-REC-FIRST) > 9999
177600         MOVE 9999 TO WS-LOAD-REC-LEN
177700     END-IF
177800     MOVE SPACES TO WS-RECORD(1:WS-LOAD-REC-LEN)
177900     PERFORM VARYING WS-COL-IDX FROM 1 BY 1
178000               UNTIL WS-COL-IDX > WS-COL-COUNT
178100         PERFORM NEXT-CSV-CELL
178200         PERFORM ENCODE-COLUMN-VALUE
178300     END-PERFORM
178400     IF WS-LINE-PTR <= WS-CSV-REC-LEN
178500         MOVE WS-REC-FIRST TO WS-IDX
178600         MOVE "MORE VALUES THAN COLUMNS - EXTRA VALUES IGNORED"
178700             TO WS-REASON
178800         MOVE 0 TO WS-COL-IDX
178900         PERFORM REPORT-CELL-ERROR
179000     END-IF
179100     PERFORM SET-RELOAD-LENGTH
179200     IF RULES-OK
179300         MOVE WS-ROW-REC-NO TO SRT-REC-NO
179400         MOVE FLD-NAME(WS-REC-FIRST) TO SRT-TYPE-NAME
179500         MOVE WS-LINE-NUMBER TO SRT-LINE-NO
179600         MOVE WS-LOAD-REC-LEN TO SRT-REC-LEN
179700         MOVE WS-RECORD(1:WS-LOAD-REC-LEN) TO SRT-DATA
179800         RELEASE CSV-SORT-REC
179900         ADD 1 TO WS-TYPE-ROWS
180000     ELSE
180100         PERFORM WRITE-RELOAD-RECORD
180200         IF WS-DATA-STATUS = "00"
180300             ADD 1 TO WS-TYPE-ROWS
180400         END-IF
180500     END-IF.
180600
180700 WRITE-RELOAD-RECORD.
180800     MOVE WS-RECORD(1:WS-LOAD-REC-LEN)
180900          TO DATA-OUT-REC(1:WS-LOAD-REC-LEN)
181000     WRITE DATA-OUT-REC
181100     IF WS-DATA-STATUS = "00"
181200         ADD 1 TO WS-WRITTEN-COUNT
181300     ELSE
181400         SET WS-RELOAD-FAILED TO TRUE
181500         MOVE WS-LINE-NUMBER TO WS-CNT-DISP
181600         MOVE SPACES TO WS-OUT-LINE
181700         STRING "LINE=" WS-CNT-DISP " WRITE FAILED WITH STATUS "
181800                WS-DATA-STATUS
181900                DELIMITED BY SIZE INTO WS-OUT-LINE
182000         PERFORM EMIT-LINE
182100     END-IF.
182200
182300* AN OCCURS ... DEPENDING ON RECORD IS AS LONG AS ITS COUNTER
182400* SAYS; EVERY OTHER RECORD IS ITS 01 LEVEL'S FULL LENGTH.
182500 SET-RELOAD-LENGTH.
182600     IF WS-ODO-IDX > 0
182700         MOVE 0 TO WS-FOUND-IDX
182800         PERFORM VARYING WS-SCAN-IDX FROM WS-REC-FIRST BY 1
182900                   UNTIL WS-SCAN-IDX > WS-REC-LAST
183000                      OR WS-FOUND-IDX > 0
183100             IF FUNCTION TRIM(FLD-NAME(WS-SCAN-IDX)) =
183200                FUNCTION TRIM(FLD-DEPENDING-ON(WS-ODO-IDX))
183300                 MOVE WS-SCAN-IDX TO WS-FOUND-IDX
183400             END-IF
183500         END-PERFORM
183600         IF WS-FOUND-IDX > 0
183700             MOVE WS-FOUND-IDX TO WS-IDX
183800             MOVE FLD-OFFSET(WS-IDX) TO WS-FLD-OFF
183900             MOVE FLD-ELEM-LEN(WS-IDX) TO WS-FLD-LEN
184000             COMPUTE WS-FLD-END = WS-FLD-OFF + WS-FLD-LEN - 1
184100             MOVE WS-LOAD-REC-LEN TO WS-DATA-REC-LEN
184200             IF WS-FLD-END <= WS-LOAD-REC-LEN
184300                 PERFORM DECODE-FIELD-NUMBER
184400                 IF WS-NUM-OK-SW = "Y" AND WS-NUM-VALUE >= 0
184500                   AND WS-NUM-VALUE <= FLD-OCCURS-MAX(WS-ODO-IDX)
184600                     COMPUTE WS-LOAD-REC-LEN =
184700                         FLD-LEN-MIN(WS-REC-FIRST)
184800                         + WS-NUM-VALUE
184900                         * FLD-LEN-MAX(WS-ODO-IDX)
185000                         / FLD-OCCURS-MAX(WS-ODO-IDX)
185100                 END-IF
185200             END-IF
185300         END-IF
185400     END-IF
185500     IF WS-LOAD-REC-LEN = 0
185600         MOVE 1 TO WS-LOAD-REC-LEN
185700     END-IF.
185800
185900* ENCODES WS-CELL INTO COLUMN WS-COL-IDX OF THE RECORD BEING
186000* BUILT. AN X'..' VALUE OF EXACTLY THE FIELD'S LENGTH IS STORED
186100* BYTE FOR BYTE, WITH NO TRANSLATION - IT IS WHAT THE UNLOAD
186200* WROTE FOR A VALUE IT COULD NOT DECODE.
186300 ENCODE-COLUMN-VALUE.
186400     MOVE WS-COL-FLD(WS-COL-IDX) TO WS-IDX
186500     MOVE WS-COL-OFF(WS-COL-IDX) TO WS-FLD-OFF
186600     MOVE FLD-ELEM-LEN(WS-IDX) TO WS-FLD-LEN
186700     IF WS-FLD-LEN = 0
186800       OR WS-FLD-OFF + WS-FLD-LEN - 1 > WS-LOAD-REC-LEN
186900         CONTINUE
187000     ELSE
187100         IF WS-CELL-LEN = WS-FLD-LEN * 2 + 3
187200           AND (WS-CELL(1:2) = "X'" OR WS-CELL(1:2) = "x'")
187300           AND WS-CELL(WS-CELL-LEN:1) = "'"
187400             PERFORM STORE-HEX-VALUE
187500         ELSE
187600             PERFORM ENCODE-BY-USAGE
187700         END-IF
187800     END-IF.
187900
188000 ENCODE-BY-USAGE.
188100     EVALUATE FLD-USAGE(WS-IDX)
188200         WHEN "DISPLAY"
188300             PERFORM CHECK-PIC-NUMERIC
188400             IF WS-PIC-NUMERIC AND WS-FLD-LEN <= 18
188500                 PERFORM COUNT-PIC-SCALE
188600                 PERFORM PARSE-CSV-NUMBER
188700                 PERFORM STORE-DISPLAY-NUMERIC
188800             ELSE
188900                 PERFORM STORE-TEXT-VALUE
189000             END-IF
189100             IF WS-ENC = "EBCDIC"
189200                 PERFORM TRANSLATE-FIELD-A2E
189300             END-IF
189400         WHEN "COMP-3"
189500             PERFORM COUNT-PIC-SCALE
189600             PERFORM PARSE-CSV-NUMBER
189700             PERFORM STORE-COMP3-VALUE
189800         WHEN "BINARY"
189900             PERFORM COUNT-PIC-SCALE
190000             PERFORM PARSE-CSV-NUMBER
190100             PERFORM STORE-BINARY-VALUE
190200         WHEN OTHER
190300             MOVE LOW-VALUES TO WS-RECORD(WS-FLD-OFF:WS-FLD-LEN)
190400             IF WS-CELL-LEN > 0
190500                 MOVE SPACES TO WS-REASON
190600                 STRING FUNCTION TRIM(FLD-USAGE(WS-IDX))
190700                        " RELOADS ONLY FROM X'..' - ZEROS STORED"
190800                        DELIMITED BY SIZE INTO WS-REASON
190900                 PERFORM REPORT-CELL-ERROR
191000             END-IF
191100     END-EVALUATE.
191200
191300 STORE-TEXT-VALUE.
191400     MOVE SPACES TO WS-RECORD(WS-FLD-OFF:WS-FLD-LEN)
191500     IF WS-CELL-LEN > 0
191600         IF WS-CELL-LEN > WS-FLD-LEN
191700             MOVE WS-CELL(1:WS-FLD-LEN)
191800                  TO WS-RECORD(WS-FLD-OFF:WS-FLD-LEN)
191900             MOVE "TEXT LONGER THAN THE FIELD - TRUNCATED"
192000                 TO WS-REASON
192100             PERFORM REPORT-CELL-ERROR
192200         ELSE
192300             MOVE WS-CELL(1:WS-CELL-LEN)
192400                  TO WS-RECORD(WS-FLD-OFF:WS-CELL-LEN)
192500         END-IF
192600     END-IF.
192700
192800* READS WS-CELL AS A DECIMAL NUMBER - OPTIONAL SIGN, DIGITS, AN
192900* OPTIONAL POINT - AND SCALES IT TO THE PICTURE'S WS-SCALE
193000* DECIMAL PLACES: WS-VAL-NUM HOLDS THE DIGITS TO STORE AND
193100* WS-NEG-SW THE SIGN. AN EMPTY VALUE IS ZERO; ANYTHING ELSE
193200* THAT IS NOT A NUMBER STORES ZERO, AS IN CPYEDIT, AND IS
193300* REPORTED.
193400 PARSE-CSV-NUMBER.
193500     MOVE ZERO TO WS-VAL-NUM
193600     MOVE 0 TO WS-SIG-DIGITS WS-FRAC-DIGITS
193700     MOVE "N" TO WS-NEG-SW WS-SIGN-SEEN-SW WS-DIGIT-SEEN-SW
193800                 WS-DOT-SW WS-DROPPED-SW
193900     MOVE "Y" TO WS-VAL-OK-SW
194000     PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
194100               UNTIL WS-CELL-IDX > WS-CELL-LEN
194200                  OR WS-VAL-OK-SW = "N"
194300         MOVE WS-CELL(WS-CELL-IDX:1) TO WS-CELL-CHAR
194400         EVALUATE TRUE
194500             WHEN WS-CELL-CHAR = SPACE
194600                 CONTINUE
194700             WHEN (WS-CELL-CHAR = "-" OR WS-CELL-CHAR = "+")
194800               AND WS-SIGN-SEEN-SW = "N"
194900               AND WS-DIGIT-SEEN-SW = "N"
195000               AND WS-DOT-SW = "N"
195100                 MOVE "Y" TO WS-SIGN-SEEN-SW
195200                 IF WS-CELL-CHAR = "-"
195300                     MOVE "Y" TO WS-NEG-SW
195400                 END-IF
195500             WHEN WS-CELL-CHAR = "." AND WS-DOT-SW = "N"
195600                 MOVE "Y" TO WS-DOT-SW
195700             WHEN WS-CELL-CHAR IS NUMERIC
195800                 MOVE "Y" TO WS-DIGIT-SEEN-SW
195900                 COMPUTE WS-DIGIT-VAL =
196000                     FUNCTION NUMVAL(WS-CELL-CHAR)
196100                 PERFORM ADD-NUMBER-DIGIT
196200             WHEN OTHER
196300                 MOVE "N" TO WS-VAL-OK-SW
196400         END-EVALUATE
196500     END-PERFORM
196600     IF WS-VAL-OK-SW = "Y"
196700         PERFORM UNTIL WS-FRAC-DIGITS >= WS-SCALE
196800             COMPUTE WS-VAL-NUM = WS-VAL-NUM * 10
196900             ADD 1 TO WS-FRAC-DIGITS
197000         END-PERFORM
197100         IF WS-DROPPED-SW = "Y"
197200             MOVE "DECIMAL PLACES BEYOND THE PICTURE DROPPED"
197300                 TO WS-REASON
197400             PERFORM REPORT-CELL-ERROR
197500         END-IF
197600     ELSE
197700         MOVE ZERO TO WS-VAL-NUM
197800         MOVE "N" TO WS-NEG-SW
197900         MOVE "NOT A NUMBER - ZERO STORED" TO WS-REASON
198000         PERFORM REPORT-CELL-ERROR
198100     END-IF
198200     IF WS-VAL-NUM = 0
198300         MOVE "N" TO WS-NEG-SW
198400     END-IF.
198500
198600* ONE DIGIT OF THE VALUE. DIGITS AFTER THE POINT BEYOND THE
198700* PICTURE'S SCALE ARE DROPPED (NOTED WHEN NOT ZERO); MORE THAN
198800* 18 SIGNIFICANT DIGITS IN ALL IS NOT A STORABLE NUMBER.
198900 ADD-NUMBER-DIGIT.
199000     IF WS-DOT-SW = "Y"
199100         IF WS-FRAC-DIGITS < WS-SCALE
199200             ADD 1 TO WS-FRAC-DIGITS
199300             COMPUTE WS-VAL-NUM = WS-VAL-NUM * 10 + WS-DIGIT-VAL
199400         ELSE
199500             IF WS-DIGIT-VAL > 0
199600                 MOVE "Y" TO WS-DROPPED-SW
199700             END-IF
199800         END-IF
199900     ELSE
200000         IF WS-VAL-NUM > 0 OR WS-DIGIT-VAL > 0
200100             ADD 1 TO WS-SIG-DIGITS
200200         END-IF
200300         IF WS-SIG-DIGITS > 18 - WS-SCALE
200400             MOVE "N" TO WS-VAL-OK-SW
200500         ELSE
200600             COMPUTE WS-VAL-NUM = WS-VAL-NUM * 10 + WS-DIGIT-VAL
200700         END-IF
200800     END-IF.
200900
201000 STORE-DISPLAY-NUMERIC.
201100     IF WS-FLD-LEN < 18
201200       AND WS-VAL-NUM >= 10 ** WS-FLD-LEN
201300         MOVE "VALUE TOO LARGE FOR THE FIELD - ZERO STORED"
201400             TO WS-REASON
201500         PERFORM REPORT-CELL-ERROR
201600         MOVE ZERO TO WS-VAL-NUM
201700         MOVE "N" TO WS-NEG-SW
201800     END-IF
201900     MOVE WS-VAL-NUM TO WS-DIGIT-EDIT
202000     MOVE WS-DIGIT-EDIT(19 - WS-FLD-LEN:WS-FLD-LEN)
202100         TO WS-RECORD(WS-FLD-OFF:WS-FLD-LEN)
202200     IF WS-VALUE-NEGATIVE
202300         IF FLD-PIC-STRING(WS-IDX)(1:1) = "S"
202400*            THE SIGN RIDES THE LAST DIGIT AS A TRAILING
202500*            OVERPUNCH - THE SAME ENCODING CPYEDIT WRITES.
202600             COMPUTE WS-BYTE-IDX = WS-FLD-OFF + WS-FLD-LEN - 1
202700             COMPUTE WS-NIB-LO = FUNCTION NUMVAL(
202800                 WS-RECORD(WS-BYTE-IDX:1)) + 1
202900             MOVE WS-NEG-PUNCH(WS-NIB-LO:1)
203000                  TO WS-RECORD(WS-BYTE-IDX:1)
203100         ELSE
203200             MOVE SPACES TO WS-REASON
203300             STRING "NEGATIVE VALUE FOR AN UNSIGNED FIELD -"
203400                    " ABSOLUTE VALUE STORED"
203500                    DELIMITED BY SIZE INTO WS-REASON
203600             PERFORM REPORT-CELL-ERROR
203700         END-IF
203800     END-IF.
203900
204000* PACKS THE VALUE: DIGIT NIBBLES LEFT TO RIGHT AND A TRAILING
204100* SIGN NIBBLE, C FOR POSITIVE AND D FOR NEGATIVE.
204200 STORE-COMP3-VALUE.
204300     COMPUTE WS-DIGIT-COUNT = WS-FLD-LEN * 2 - 1
204400     IF WS-DIGIT-COUNT > 18
204500         MOVE 18 TO WS-DIGIT-COUNT
204600     END-IF
204700     IF WS-DIGIT-COUNT < 18
204800       AND WS-VAL-NUM >= 10 ** WS-DIGIT-COUNT
204900         MOVE "VALUE TOO LARGE FOR THE FIELD - ZERO STORED"
205000             TO WS-REASON
205100         PERFORM REPORT-CELL-ERROR
205200         MOVE ZERO TO WS-VAL-NUM
205300         MOVE "N" TO WS-NEG-SW
205400     END-IF
205500     MOVE WS-VAL-NUM TO WS-DIGIT-EDIT
205600     MOVE ALL "0" TO WS-DIGIT-STRING
205700     MOVE WS-DIGIT-EDIT(19 - WS-DIGIT-COUNT:WS-DIGIT-COUNT)
205800         TO WS-DIGIT-STRING(WS-FLD-LEN * 2 - WS-DIGIT-COUNT:
205900                            WS-DIGIT-COUNT)
206000     MOVE 1 TO WS-BIN-POS
206100     PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF BY 1
206200               UNTIL WS-BYTE-IDX > WS-FLD-OFF + WS-FLD-LEN - 1
206300         IF WS-BYTE-IDX = WS-FLD-OFF + WS-FLD-LEN - 1
206400             COMPUTE WS-NIB-HI = FUNCTION NUMVAL(
206500                 WS-DIGIT-STRING(WS-BIN-POS:1))
206600             IF WS-VALUE-NEGATIVE
206700                 MOVE 13 TO WS-NIB-LO
206800             ELSE
206900                 MOVE 12 TO WS-NIB-LO
207000             END-IF
207100         ELSE
207200             COMPUTE WS-NIB-HI = FUNCTION NUMVAL(
207300                 WS-DIGIT-STRING(WS-BIN-POS:1))
207400             COMPUTE WS-NIB-LO = FUNCTION NUMVAL(
207500                 WS-DIGIT-STRING(WS-BIN-POS + 1:1))
207600             ADD 2 TO WS-BIN-POS
207700         END-IF
207800         COMPUTE WS-BYTE-VAL = WS-NIB-HI * 16 + WS-NIB-LO
207900         MOVE FUNCTION CHAR(WS-BYTE-VAL + 1)
208000              TO WS-RECORD(WS-BYTE-IDX:1)
208100     END-PERFORM.
208200
208300* STORES THE VALUE BIG-ENDIAN. A NEGATIVE VALUE IN A SIGNED
208400* FIELD IS STORED TWO'S COMPLEMENT, THE FORM THE UNLOAD DECODES;
208500* AN UNSIGNED FIELD CANNOT HOLD ONE AND GETS ZERO, AS IN CPYEDIT.
208600 STORE-BINARY-VALUE.
208700     IF WS-FLD-LEN > 8
208800         MOVE LOW-VALUES TO WS-RECORD(WS-FLD-OFF:WS-FLD-LEN)
208900         MOVE "BINARY FIELD OVER 8 BYTES - ZEROS STORED"
209000             TO WS-REASON
209100         PERFORM REPORT-CELL-ERROR
209200     ELSE
209300         COMPUTE WS-BIN-LIMIT = 256 ** WS-FLD-LEN
209400         IF FLD-PIC-STRING(WS-IDX)(1:1) = "S"
209500             COMPUTE WS-BIN-LIMIT = WS-BIN-LIMIT / 2
209600         ELSE
209700             IF WS-VALUE-NEGATIVE
209800                 MOVE SPACES TO WS-REASON
209900                 STRING "NEGATIVE VALUE FOR AN UNSIGNED BINARY"
210000                        " FIELD - ZERO STORED"
210100                        DELIMITED BY SIZE INTO WS-REASON
210200                 PERFORM REPORT-CELL-ERROR
210300                 MOVE ZERO TO WS-VAL-NUM
210400                 MOVE "N" TO WS-NEG-SW
210500             END-IF
210600         END-IF
210700         IF (WS-VALUE-NEGATIVE AND WS-VAL-NUM > WS-BIN-LIMIT)
210800           OR (NOT WS-VALUE-NEGATIVE
210900             AND WS-VAL-NUM >= WS-BIN-LIMIT)
211000             MOVE "VALUE TOO LARGE FOR THE FIELD - ZERO STORED"
211100                 TO WS-REASON
211200             PERFORM REPORT-CELL-ERROR
211300             MOVE ZERO TO WS-VAL-NUM
211400             MOVE "N" TO WS-NEG-SW
211500         END-IF
211600         IF WS-VALUE-NEGATIVE
211700             COMPUTE WS-BIN-WORK = 256 ** WS-FLD-LEN - WS-VAL-NUM
211800         ELSE
211900             MOVE WS-VAL-NUM TO WS-BIN-WORK
212000         END-IF
212100         COMPUTE WS-BYTE-IDX = WS-FLD-OFF + WS-FLD-LEN - 1
212200         PERFORM UNTIL WS-BYTE-IDX < WS-FLD-OFF
212300             DIVIDE WS-BIN-WORK BY 256 GIVING WS-BIN-WORK
212400                 REMAINDER WS-BIN-REM
212500             MOVE FUNCTION CHAR(WS-BIN-REM + 1)
212600                  TO WS-RECORD(WS-BYTE-IDX:1)
212700             SUBTRACT 1 FROM WS-BYTE-IDX
212800         END-PERFORM
212900     END-IF.
213000
213100* X'....' BACK INTO THE STORED BYTES, TWO HEX DIGITS A BYTE.
213200 STORE-HEX-VALUE.
213300     MOVE "Y" TO WS-VAL-OK-SW
213400     PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
213500               UNTIL WS-BYTE-IDX > WS-FLD-LEN
213600                  OR WS-VAL-OK-SW = "N"
213700         COMPUTE WS-CELL-IDX = WS-BYTE-IDX * 2 + 1
213800         MOVE FUNCTION UPPER-CASE(WS-CELL(WS-CELL-IDX:1))
213900              TO WS-CELL-CHAR
214000         PERFORM FIND-HEX-DIGIT
214100         MOVE WS-HEX-VAL TO WS-NIB-HI
214200         MOVE FUNCTION UPPER-CASE(WS-CELL(WS-CELL-IDX + 1:1))
214300              TO WS-CELL-CHAR
214400         PERFORM FIND-HEX-DIGIT
214500         MOVE WS-HEX-VAL TO WS-NIB-LO
214600         IF WS-NIB-HI > 15 OR WS-NIB-LO > 15
214700             MOVE "N" TO WS-VAL-OK-SW
214800         ELSE
214900             COMPUTE WS-BYTE-VAL = WS-NIB-HI * 16 + WS-NIB-LO
215000             MOVE FUNCTION CHAR(WS-BYTE-VAL + 1)
215100                  TO WS-RECORD(WS-FLD-OFF + WS-BYTE-IDX - 1:1)
215200         END-IF
215300     END-PERFORM
215400     IF WS-VAL-OK-SW = "N"
215500         MOVE SPACES TO WS-RECORD(WS-FLD-OFF:WS-FLD-LEN)
215600         MOVE "INVALID HEX VALUE - FIELD LEFT BLANK"
215700             TO WS-REASON
215800         PERFORM REPORT-CELL-ERROR
215900     END-IF.
216000
216100 FIND-HEX-DIGIT.
216200     MOVE 99 TO WS-HEX-VAL
216300     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
216400               UNTIL WS-SCAN-IDX > 16 OR WS-HEX-VAL < 99
216500         IF WS-HEX-DIGITS(WS-SCAN-IDX:1) = WS-CELL-CHAR
216600             COMPUTE WS-HEX-VAL = WS-SCAN-IDX - 1
216700         END-IF
216800     END-PERFORM.
216900
217000* TRANSLATES THE STORED FIELD'S BYTES FROM ASCII TO EBCDIC IN
217100* PLACE - THE ENCODERS WORK IN ASCII AND THE FILE DOES NOT.
217200 TRANSLATE-FIELD-A2E.
217300     PERFORM VARYING WS-TR-IDX FROM WS-FLD-OFF BY 1
217400               UNTIL WS-TR-IDX > WS-FLD-OFF + WS-FLD-LEN - 1
217500         MOVE WS-RECORD(WS-TR-IDX:1) TO WS-TR-BYTE
217600         COMPUTE WS-TR-VAL = FUNCTION ORD(WS-TR-BYTE)
217700         MOVE WS-A2E-BYTE(WS-TR-VAL)
217800              TO WS-RECORD(WS-TR-IDX:1)
217900     END-PERFORM.
218000
218100* ONE REPORT LINE PER VALUE THAT COULD NOT BE STORED AS GIVEN:
218200* THE CSV LINE NUMBER (THE HEADER IS LINE 1), THE COLUMN AND
218300* WHAT WAS DONE INSTEAD.
218400 REPORT-CELL-ERROR.
218500     ADD 1 TO WS-CELL-ERRORS
218600     MOVE WS-LINE-NUMBER TO WS-CNT-DISP
218700     MOVE SPACES TO WS-OUT-LINE
218800     IF WS-COL-IDX = 0
218900         STRING "LINE=" WS-CNT-DISP " " FUNCTION TRIM(WS-REASON)
219000                DELIMITED BY SIZE INTO WS-OUT-LINE
219100     ELSE
219200         STRING "LINE=" WS-CNT-DISP
219300                " COLUMN=" FUNCTION TRIM(WS-COL-NAME(WS-COL-IDX))
219400                " " FUNCTION TRIM(WS-REASON)
219500                DELIMITED BY SIZE INTO WS-OUT-LINE
219600                ON OVERFLOW
219700                    CONTINUE
219800         END-STRING
219900     END-IF
220000     PERFORM EMIT-LINE.
220100
220200******************************************************************
220300*    REPORT
220400******************************************************************
220500
220600 REPORT-TYPE-LINE.
220700     MOVE SPACES TO WS-OUT-LINE
220800     MOVE WS-COL-COUNT TO WS-COL-DISP
220900     MOVE WS-TYPE-ROWS TO WS-CNT-DISP
221000     STRING "RECORD " FUNCTION TRIM(FLD-NAME(WS-REC-FIRST))
221100            " COLUMNS=" FUNCTION TRIM(WS-COL-DISP)
221200            " ROWS=" FUNCTION TRIM(WS-CNT-DISP)
221300            " CSV=" FUNCTION TRIM(WS-CSV-PATH)
221400            DELIMITED BY SIZE INTO WS-OUT-LINE
221500            ON OVERFLOW
221600                CONTINUE
221700     END-STRING
221800     PERFORM EMIT-LINE.
221900
222000 WRITE-TOTALS.
222100     MOVE ALL "-" TO WS-OUT-LINE
222200     PERFORM EMIT-LINE
222300     MOVE SPACES TO WS-OUT-LINE
222400     IF WS-DIRECTION = "UNLOAD"
222500         MOVE WS-REC-NUMBER TO WS-CNT-DISP
222600         STRING "RECORDS READ=" FUNCTION TRIM(WS-CNT-DISP)
222700                DELIMITED BY SIZE INTO WS-OUT-LINE
222800         MOVE WS-ROWS-OUT TO WS-CNT-DISP
222900         STRING FUNCTION TRIM(WS-OUT-LINE)
223000                " ROWS WRITTEN=" FUNCTION TRIM(WS-CNT-DISP)
223100                DELIMITED BY SIZE INTO WS-OUT-LINE
223200         IF RULES-OK
223300             MOVE WS-UNKNOWN-COUNT TO WS-CNT-DISP
223400             STRING FUNCTION TRIM(WS-OUT-LINE)
223500                    " UNKNOWN TYPE=" FUNCTION TRIM(WS-CNT-DISP)
223600                    DELIMITED BY SIZE INTO WS-OUT-LINE
223700         END-IF
223800         PERFORM EMIT-LINE
223900         MOVE SPACES TO WS-OUT-LINE
224000         MOVE WS-HEX-COUNT TO WS-CNT-DISP
224100         STRING "VALUES WRITTEN AS HEX="
224200         FUNCTION TRIM(WS-CNT-DISP)
224300                DELIMITED BY SIZE INTO WS-OUT-LINE
224400         MOVE WS-LONG-COUNT TO WS-CNT-DISP
224500         STRING FUNCTION TRIM(WS-OUT-LINE)
224600                " LONGER THAN LAYOUT=" FUNCTION TRIM(WS-CNT-DISP)
224700                DELIMITED BY SIZE INTO WS-OUT-LINE
224800         MOVE WS-OVER-COUNT TO WS-CNT-DISP
224900         STRING FUNCTION TRIM(WS-OUT-LINE)
225000                " TOO LONG FOR CSV=" FUNCTION TRIM(WS-CNT-DISP)
225100                DELIMITED BY SIZE INTO WS-OUT-LINE
225200     ELSE
225300         MOVE WS-ROWS-READ TO WS-CNT-DISP
225400         STRING "CSV ROWS READ=" FUNCTION TRIM(WS-CNT-DISP)
225500                DELIMITED BY SIZE INTO WS-OUT-LINE
225600         MOVE WS-WRITTEN-COUNT TO WS-CNT-DISP
225700         STRING FUNCTION TRIM(WS-OUT-LINE)
225800                " RECORDS WRITTEN=" FUNCTION TRIM(WS-CNT-DISP)
225900                DELIMITED BY SIZE INTO WS-OUT-LINE
226000         MOVE WS-CELL-ERRORS TO WS-CNT-DISP
226100         STRING FUNCTION TRIM(WS-OUT-LINE)
226200                " VALUES NOT STORED AS GIVEN="
226300                FUNCTION TRIM(WS-CNT-DISP)
226400                DELIMITED BY SIZE INTO WS-OUT-LINE
226500         IF RULES-OK
226600             MOVE WS-RECNO-REFUSED TO WS-CNT-DISP
226700             STRING FUNCTION TRIM(WS-OUT-LINE)
226800                    " ROWS REFUSED ON RECORD#="
226900                    FUNCTION TRIM(WS-CNT-DISP)
227000                    DELIMITED BY SIZE INTO WS-OUT-LINE
227100         END-IF
227200     END-IF
227300     PERFORM EMIT-LINE.
