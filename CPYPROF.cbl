002000*      - FOR SHORT CODED FIELDS (PIC X(1) TO X(4)) A VALUE
002100*        FREQUENCY TABLE, SO THE CODES THAT ACTUALLY APPEAR ARE
002200*        LISTED WITH THEIR COUNTS
002300*      - FOR FIELDS WITH 88-LEVEL CONDITION NAMES, THE COUNT OF
002400*        VALUES NONE OF THEM ALLOWS (OUT OF DOMAIN, JUDGED BY
002500*        CPYDOMCK AS CPYVERIF JUDGES THEM) AND THE UNDECLARED
002600*        VALUES THEMSELVES WITH THEIR COUNTS; BLANK OCCURRENCES
002700*        ARE JUDGED TOO, SINCE A BLANK CODE IS ONLY LEGAL WHEN AN
002800*        88 LEVEL SAYS SO
002900*    TABLE FIELDS ARE PROFILED IN THEIR FIRST OCCURRENCE, THE
003000*    SAME CONVENTION AS THE BROWSER. A SIGNED DISPLAY NUMERIC
003100*    WITH A TRAILING OVERPUNCH OR +/- SIGN DECODES AS THE
003200*    SIGNED VALUE IT IS; A DISPLAY NUMERIC HOLDING ANY OTHER
003300*    NON-DIGIT BYTES IS COUNTED AS INVALID AND LEFT OUT OF THE
003400*    MIN/MAX - CPYVERIF IS THE TOOL THAT DIAGNOSES THOSE.
003500*
003600*    ONLY THE FIRST 01-LEVEL RECORD OF THE COPYBOOK IS PROFILED
003700*    AND THE DATA FILE IS READ RECORD SEQUENTIAL (RM-COBOL
003800*    BINARY SEQUENTIAL), THE SAME FORMAT THE OTHER DATA TOOLS
003900*    USE. OUTPUT DESTINATION IS PASSED IN BY THE CALLER:
004000*    "SYSOUT" (OR SPACES) WRITES THE REPORT TO THE TERMINAL,
004100*    ANYTHING ELSE IS A LINE SEQUENTIAL FILE PATH TO WRITE TO.
004200*
004300*    THE ENCODING PARAMETER (ASCII/EBCDIC, DEFAULT ASCII) PROFILES
004400*    MAINFRAME PARTNER FILES IN PLACE: DISPLAY AND EDITED
004500*    VALUES ARE TRANSLATED THROUGH EBCTAB BEFORE COUNTING, SO
004600*    THE VALUE TABLES AND MIN/MAX READ AS TEXT, WHILE COMP-3
004700*    AND BINARY BYTES ARE DECODED UNCHANGED. AN EBCDIC SPACE
004800*    (X"40") COUNTS AS BLANK, AND THE COPYBOOK IS SIZED UNDER
004900*    THE IBM PROFILE - THE MAINFRAME SIDE'S OFFSETS ONLY COME
005000*    OUT RIGHT WITH ITS SYNC SLACK, THE SAME CHOICE CPYCONV
005100*    MAKES.
005200*
005300*    MODIFICATION HISTORY
005400*    2026-09-02  INITIAL VERSION.
005500*    2026-09-02  ENCODING PARAMETER (ASCII/EBCDIC); THE COPYBOOK
005600*                IS SIZED UNDER THE IBM PROFILE FOR EBCDIC.
005700*    2026-09-02  TRAILING OVERPUNCH AND +/- SIGNS ON SIGNED
005800*                DISPLAY FIELDS DECODE AS SIGNED VALUES INSTEAD
005900*                OF COUNTING AS INVALID.
006000*    2026-10-15  OUT-OF-DOMAIN COUNT AND UNDECLARED VALUE LIST FOR
006100*                FIELDS WITH 88-LEVEL CONDITION NAMES.
006200******************************************************************
006300 IDENTIFICATION DIVISION.
006400 PROGRAM-ID. CPYPROF.
006500 DATE-WRITTEN. 26/09/02.
006600 AUTHOR SYSTEMS.
006700 ENVIRONMENT DIVISION.
006800 CONFIGURATION SECTION.
006900 SOURCE-COMPUTER. RM-COBOL.
007000 OBJECT-COMPUTER. RM-COBOL.
007100 INPUT-OUTPUT SECTION.
007200 FILE-CONTROL.
007300     SELECT DATA-IN-FILE ASSIGN TO DYNAMIC WS-DATA-PATH
007400         ORGANIZATION SEQUENTIAL
007500         FILE STATUS IS WS-DATA-STATUS.
007600     SELECT RPT-OUT-FILE ASSIGN TO DYNAMIC WS-OUT-PATH
007700         ORGANIZATION LINE SEQUENTIAL
007800         FILE STATUS IS WS-OUT-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  DATA-IN-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
008200         CHARACTERS DEPENDING ON WS-DATA-REC-LEN.
008300 01  DATA-IN-REC                          PIC X(9999).
008400 FD  RPT-OUT-FILE.
008500 01  RPT-OUT-REC                          PIC X(160).
008600 WORKING-STORAGE SECTION.
008700 01  WS-DATA-PATH                         PIC X(200).
008800 01  WS-DATA-STATUS                       PIC XX.
008900 01  WS-DATA-REC-LEN                      PIC 9(4).
009000 01  WS-OUT-PATH                          PIC X(200).
009100 01  WS-OUT-STATUS                        PIC XX.
009200 01  WS-TO-SCREEN                         PIC X VALUE "Y".
009300 01  WS-OUT-LINE                          PIC X(160).
009400 01  WS-EOF-SW                            PIC X VALUE "N".
009500     88 WS-EOF                            VALUE "Y".
009600 01  WS-RECORD                            PIC X(9999).
009700 01  WS-REC-NUMBER                        PIC 9(9) VALUE ZERO.
009800 01  WS-REC-FIRST                         PIC 9(4).
009900 01  WS-REC-LAST                          PIC 9(4).
010000 01  WS-IDX                               PIC 9(4).
010100 01  WS-SCAN-IDX                          PIC 9(4).
010200 01  WS-FLD-OFF                           PIC 9(6).
010300 01  WS-FLD-END                           PIC 9(6).
010400 01  WS-SLICE-LEN                         PIC 9(6).
010500 01  WS-BYTE-IDX                          PIC 9(6).
010600 01  WS-BYTE                              PIC X.
010700 01  WS-BYTE-VAL                          PIC 9(4).
010800 01  WS-NIB-HI                            PIC 9(2).
010900 01  WS-NIB-LO                            PIC 9(2).
011000 01  WS-PACKED-NUM                        PIC 9(18).
011100 01  WS-PACKED-BAD-SW                     PIC X.
011200 01  WS-BIN-NUM                           PIC 9(18).
011300 01  WS-BIN-NEG-SW                        PIC X.
011400     88 WS-BIN-NEG                        VALUE "Y".
011500 01  WS-NUM-VALUE                         PIC S9(18).
011600 01  WS-NUM-OK-SW                         PIC X.
011700 01  WS-BLANK-SW                          PIC X.
011800 01  WS-TEXT-VALUE                        PIC X(40).
011900 01  WS-PIC-NUMERIC-SW                    PIC X.
012000     88 WS-PIC-NUMERIC                    VALUE "Y".
012100 01  WS-PIC-CHAR                          PIC X.
012200 01  WS-PIC-SCAN                          PIC 9(4).
012300 01  WS-PIC-SCAN-LEN                      PIC 9(4).
012400 01  WS-CNT-DISP                          PIC ZZZZZZZZ9.
012500 01  WS-NUM-DISP                          PIC -(17)9.
012600 01  WS-FREQ-IDX                          PIC 9(4).
012700 01  WS-FREQ-HIT                          PIC 9(4).
012800 01  WS-FREQ-LOST-SW                      PIC X VALUE "N".
012900 01  WS-LINE-COUNT                        PIC 9(2).
013000
013100 01  WS-PARSE-DIALECT                     PIC X(8)
013200                                          VALUE "RMC".
013300 01  WS-ENC                               PIC X(8) VALUE "ASCII".
013400 01  WS-TRAN-TEXT                         PIC X(64).
013500 01  WS-TRAN-LEN                          PIC 9(4).
013600 01  WS-TRAN-IDX                          PIC 9(4).
013700 01  WS-ZONE-LEN                          PIC 9(4).
013800 01  WS-ZONE-CHAR                         PIC X.
013900 01  WS-ZONE-POS                          PIC 9(2).
014000 01  WS-ZONE-SCAN                         PIC 9(2).
014100 01  WS-ZONE-DIGIT                        PIC 9(2).
014200 01  WS-ZONE-LEAD                         PIC S9(18).
014300 01  WS-OVERPUNCH-SET                     PIC X(22)
014400     VALUE "{ABCDEFGHI}JKLMNOPQR+-".
014500
014600* ONE STATS SLOT PER FIELD TABLE ENTRY, INDEX-ALIGNED WITH
014700* WS-FLD-TABLE SO NO LOOKUP IS EVER NEEDED.
014800 01  WS-STAT-TABLE.
014900     05 WS-STAT-ENTRY OCCURS 300 TIMES.
015000         10 WS-STAT-BLANK-CNT             PIC 9(9).
015100         10 WS-STAT-ZERO-CNT              PIC 9(9).
015200         10 WS-STAT-BAD-CNT               PIC 9(9).
015300         10 WS-STAT-SEEN-SW               PIC X.
015400         10 WS-STAT-NUM-SW                PIC X.
015500         10 WS-STAT-MIN-NUM               PIC S9(18).
015600         10 WS-STAT-MAX-NUM               PIC S9(18).
015700         10 WS-STAT-MIN-TEXT              PIC X(40).
015800         10 WS-STAT-MAX-TEXT              PIC X(40).
015900         10 WS-STAT-DOM-CNT               PIC 9(9).
016000
016100* VALUE FREQUENCIES FOR CODED FIELDS, ONE SHARED POOL: EACH
016200* ENTRY IS (FIELD TABLE INDEX, VALUE, COUNT). WHEN THE POOL
016300* FILLS, FURTHER NEW VALUES ARE DROPPED AND THE REPORT SAYS SO.
016400 01  WS-FREQ-TABLE.
016500     05 WS-FREQ-COUNT                     PIC 9(4) VALUE ZERO.
016600     05 WS-FREQ-ENTRY OCCURS 500 TIMES.
016700         10 WS-FREQ-FLD                   PIC 9(4).
016800         10 WS-FREQ-VALUE                 PIC X(4).
016900         10 WS-FREQ-CNT                   PIC 9(9).
017000
017100* UNDECLARED VALUES OF FIELDS WITH CONDITION NAMES, ONE SHARED
017200* POOL LIKE THE FREQUENCY TABLE: (FIELD TABLE INDEX, VALUE AS
017300* DISPLAYED, COUNT). NEW VALUES ARE DROPPED ONCE IT FILLS.
017400 01  WS-UNDECL-TABLE.
017500     05 WS-UNDECL-COUNT                   PIC 9(4) VALUE ZERO.
017600     05 WS-UNDECL-ENTRY OCCURS 300 TIMES.
017700         10 WS-UNDECL-FLD                 PIC 9(4).
017800         10 WS-UNDECL-VALUE               PIC X(40).
017900         10 WS-UNDECL-CNT                 PIC 9(9).
018000 01  WS-UNDECL-IDX                        PIC 9(4).
018100 01  WS-UNDECL-HIT                        PIC 9(4).
018200 01  WS-UNDECL-LOST-SW                    PIC X VALUE "N".
018300
018400     COPY "FLDTAB.cpy".
018500     COPY "SIZERES.cpy".
018600     COPY "EBCTAB.cpy".
018700     COPY "DOMRES.cpy".
018800
018900 LINKAGE SECTION.
019000 01  LS-COPYBOOK-PATH                     PIC X(200).
019100 01  LS-DATA-PATH                         PIC X(200).
019200 01  LS-OUTPUT-PATH                       PIC X(200).
019300 01  LS-ENCODING                          PIC X(8).
019400
019500 PROCEDURE DIVISION USING LS-COPYBOOK-PATH LS-DATA-PATH
019600                           LS-OUTPUT-PATH LS-ENCODING.
019700
019800 MAIN-PROF.
019900     MOVE "N" TO WS-EOF-SW
020000     MOVE ZERO TO WS-REC-NUMBER
020100     MOVE FUNCTION UPPER-CASE(LS-ENCODING) TO WS-ENC
020200     IF WS-ENC = SPACES
020300         MOVE "ASCII" TO WS-ENC
020400     END-IF
020500     IF WS-ENC NOT = "ASCII" AND WS-ENC NOT = "EBCDIC"
020600         DISPLAY "CPYPROF: ENCODING MUST BE ASCII OR EBCDIC"
020700             " - GOT " FUNCTION TRIM(LS-ENCODING)
020800         GOBACK
020900     END-IF
021000*    BACK TO THE HOUSE PROFILE FIRST - A CALLED PROGRAM KEEPS
021100*    ITS LAST-USED STATE, AND AN ASCII RUN AFTER AN EBCDIC ONE
021200*    MUST NOT STAY ON THE IBM PROFILE.
021300     MOVE "RMC" TO WS-PARSE-DIALECT
021400     IF WS-ENC = "EBCDIC"
021500*        THE MAINFRAME SIDE'S OFFSETS ONLY COME OUT RIGHT UNDER
021600*        THE IBM SIZING PROFILE - THE SAME CHOICE CPYCONV MAKES.
021700         MOVE "IBM" TO WS-PARSE-DIALECT
021800     END-IF
021900     CALL "CPYPARSE" USING LS-COPYBOOK-PATH WS-FLD-TABLE
022000         WS-SIZING-RESULT WS-PARSE-DIALECT
022100     IF RESULT-FILE-ERROR
022200         DISPLAY "CPYPROF: UNABLE TO OPEN COPYBOOK "
022300             FUNCTION TRIM(LS-COPYBOOK-PATH)
022400         GOBACK
022500     END-IF
022600     PERFORM FIND-FIRST-RECORD
022700     IF WS-REC-FIRST = 0
022800         DISPLAY "CPYPROF: NO 01-LEVEL RECORD IN "
022900             FUNCTION TRIM(LS-COPYBOOK-PATH)
023000         GOBACK
023100     END-IF
023200     PERFORM INIT-STATS
023300     MOVE LS-DATA-PATH TO WS-DATA-PATH
023400     OPEN INPUT DATA-IN-FILE
023500     IF WS-DATA-STATUS NOT = "00"
023600         DISPLAY "CPYPROF: UNABLE TO OPEN DATA FILE "
023700             FUNCTION TRIM(LS-DATA-PATH)
023800         GOBACK
023900     END-IF
024000     PERFORM UNTIL WS-EOF
024100         READ DATA-IN-FILE INTO WS-RECORD
024200             AT END
024300                 SET WS-EOF TO TRUE
024400             NOT AT END
024500                 ADD 1 TO WS-REC-NUMBER
024600                 PERFORM PROFILE-ONE-RECORD
024700         END-READ
024800     END-PERFORM
024900     CLOSE DATA-IN-FILE
025000     PERFORM OPEN-DESTINATION
025100     PERFORM WRITE-REPORT
025200     PERFORM CLOSE-DESTINATION
025300     GOBACK.
025400
025500* THE FIRST 01 LEVEL IN THE TABLE AND THE RANGE OF ENTRIES THAT
025600* BELONG TO IT - THAT IS THE RECORD THE FILE IS PROFILED BY.
025700 FIND-FIRST-RECORD.
025800     MOVE 0 TO WS-REC-FIRST
025900     MOVE 0 TO WS-REC-LAST
026000     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
026100               UNTIL WS-SCAN-IDX > WS-FLD-COUNT
026200         IF FLD-LEVEL(WS-SCAN-IDX) = 1
026300             IF WS-REC-FIRST = 0
026400                 MOVE WS-SCAN-IDX TO WS-REC-FIRST
026500                 MOVE WS-FLD-COUNT TO WS-REC-LAST
026600             ELSE
026700                 IF WS-REC-LAST = WS-FLD-COUNT
026800                   AND WS-SCAN-IDX > WS-REC-FIRST
026900                     COMPUTE WS-REC-LAST = WS-SCAN-IDX - 1
027000                 END-IF
027100             END-IF
027200         END-IF
027300     END-PERFORM.
027400
027500 INIT-STATS.
027600     PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 300
027700         MOVE ZERO TO WS-STAT-BLANK-CNT(WS-IDX)
027800         MOVE ZERO TO WS-STAT-ZERO-CNT(WS-IDX)
027900         MOVE ZERO TO WS-STAT-BAD-CNT(WS-IDX)
028000         MOVE "N" TO WS-STAT-SEEN-SW(WS-IDX)
028100         MOVE "N" TO WS-STAT-NUM-SW(WS-IDX)
028200         MOVE ZERO TO WS-STAT-MIN-NUM(WS-IDX)
028300         MOVE ZERO TO WS-STAT-MAX-NUM(WS-IDX)
028400         MOVE SPACES TO WS-STAT-MIN-TEXT(WS-IDX)
028500         MOVE SPACES TO WS-STAT-MAX-TEXT(WS-IDX)
028600         MOVE ZERO TO WS-STAT-DOM-CNT(WS-IDX)
028700     END-PERFORM
028800     MOVE ZERO TO WS-FREQ-COUNT
028900     MOVE "N" TO WS-FREQ-LOST-SW
029000     MOVE ZERO TO WS-UNDECL-COUNT
029100     MOVE "N" TO WS-UNDECL-LOST-SW.
029200
029300 PROFILE-ONE-RECORD.
029400     PERFORM VARYING WS-IDX FROM WS-REC-FIRST BY 1
029500               UNTIL WS-IDX > WS-REC-LAST
029600         IF FLD-IS-GROUP(WS-IDX) = "N"
029700           AND FLD-ELEM-LEN(WS-IDX) > 0
029800             PERFORM PROFILE-ONE-FIELD
029900         END-IF
030000     END-PERFORM.
030100
030200 PROFILE-ONE-FIELD.
030300     MOVE FLD-OFFSET(WS-IDX) TO WS-FLD-OFF
030400     COMPUTE WS-FLD-END = WS-FLD-OFF
030500         + FLD-ELEM-LEN(WS-IDX) - 1
030600     IF WS-FLD-END > WS-DATA-REC-LEN
030700         CONTINUE
030800     ELSE
030900         PERFORM CHECK-FIELD-BLANK
031000         IF WS-BLANK-SW = "Y"
031100             ADD 1 TO WS-STAT-BLANK-CNT(WS-IDX)
031200         ELSE
031300             PERFORM DECODE-FIELD-VALUE
031400             PERFORM ACCUMULATE-FIELD
031500         END-IF
031600         IF FLD-DOM-COUNT(WS-IDX) > 0
031700             PERFORM CHECK-FIELD-DOMAIN
031800         END-IF
031900     END-IF.
032000
032100* A VALUE NO CONDITION NAME OF THE FIELD ALLOWS IS COUNTED AND
032200* KEPT IN THE UNDECLARED-VALUE POOL.
032300 CHECK-FIELD-DOMAIN.
032400     MOVE WS-IDX TO WS-DOMCK-FLD
032500     MOVE WS-FLD-OFF TO WS-DOMCK-OFF
032600     MOVE WS-ENC TO WS-DOMCK-ENC
032700     CALL "CPYDOMCK" USING WS-FLD-TABLE WS-RECORD WS-DOMCK-AREA
032800     IF DOMCK-OUT-OF-DOMAIN
032900         ADD 1 TO WS-STAT-DOM-CNT(WS-IDX)
033000         MOVE 0 TO WS-UNDECL-HIT
033100         PERFORM VARYING WS-UNDECL-IDX FROM 1 BY 1
033200                   UNTIL WS-UNDECL-IDX > WS-UNDECL-COUNT
033300                      OR WS-UNDECL-HIT > 0
033400             IF WS-UNDECL-FLD(WS-UNDECL-IDX) = WS-IDX
033500               AND WS-UNDECL-VALUE(WS-UNDECL-IDX) = WS-DOMCK-VALUE
033600                 MOVE WS-UNDECL-IDX TO WS-UNDECL-HIT
033700             END-IF
033800         END-PERFORM
033900         IF WS-UNDECL-HIT > 0
034000             ADD 1 TO WS-UNDECL-CNT(WS-UNDECL-HIT)
034100         ELSE
034200             IF WS-UNDECL-COUNT < 300
034300                 ADD 1 TO WS-UNDECL-COUNT
034400                 MOVE WS-IDX TO WS-UNDECL-FLD(WS-UNDECL-COUNT)
034500                 MOVE WS-DOMCK-VALUE
034600                      TO WS-UNDECL-VALUE(WS-UNDECL-COUNT)
034700                 MOVE 1 TO WS-UNDECL-CNT(WS-UNDECL-COUNT)
034800             ELSE
034900                 MOVE "Y" TO WS-UNDECL-LOST-SW
035000             END-IF
035100         END-IF
035200     END-IF.
035300
035400 CHECK-FIELD-BLANK.
035500     MOVE "Y" TO WS-BLANK-SW
035600     PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF BY 1
035700               UNTIL WS-BYTE-IDX > WS-FLD-END
035800                  OR WS-BLANK-SW = "N"
035900         MOVE WS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
036000         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
036100         IF WS-BYTE NOT = SPACE
036200           AND WS-BYTE NOT = LOW-VALUE
036300           AND NOT (WS-ENC = "EBCDIC" AND WS-BYTE-VAL = 64)
036400             MOVE "N" TO WS-BLANK-SW
036500         END-IF
036600     END-PERFORM.
036700
036800* DECODES THE FIELD'S FIRST OCCURRENCE: WS-NUM-OK-SW "Y" AND
036900* WS-NUM-VALUE FOR NUMERIC-CAPABLE FIELDS, WS-TEXT-VALUE FOR
037000* EVERYTHING. A COMP-3 FIELD WITH BAD NIBBLES OR A DISPLAY
037100* NUMERIC HOLDING NON-DIGITS COMES BACK NOT-NUMERIC AND IS
037200* COUNTED IN THE FIELD'S INVALID TOTAL BY THE ACCUMULATOR.
037300 DECODE-FIELD-VALUE.
037400     MOVE "N" TO WS-NUM-OK-SW
037500     MOVE SPACES TO WS-TEXT-VALUE
037600     MOVE FLD-ELEM-LEN(WS-IDX) TO WS-SLICE-LEN
037700     IF WS-SLICE-LEN > 40
037800         MOVE 40 TO WS-SLICE-LEN
037900     END-IF
038000     MOVE WS-RECORD(WS-FLD-OFF:WS-SLICE-LEN) TO WS-TEXT-VALUE
038100     EVALUATE FLD-USAGE(WS-IDX)
038200         WHEN "DISPLAY"
038300             IF WS-ENC = "EBCDIC"
038400                 MOVE WS-TEXT-VALUE TO WS-TRAN-TEXT
038500                 MOVE WS-SLICE-LEN TO WS-TRAN-LEN
038600                 PERFORM TRANSLATE-E2A-TEXT
038700                 MOVE WS-TRAN-TEXT(1:40) TO WS-TEXT-VALUE
038800             END-IF
038900             PERFORM CHECK-PIC-NUMERIC
039000             IF WS-PIC-NUMERIC
039100               AND FLD-ELEM-LEN(WS-IDX) <= 18
039200                 IF WS-TEXT-VALUE(1:FLD-ELEM-LEN(WS-IDX))
039300                         IS NUMERIC
039400                     COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL(
039500                         WS-TEXT-VALUE(1:
039600                             FLD-ELEM-LEN(WS-IDX)))
039700                     MOVE "Y" TO WS-NUM-OK-SW
039800                 ELSE
039900                     MOVE FLD-ELEM-LEN(WS-IDX) TO WS-ZONE-LEN
040000                     IF FLD-PIC-STRING(WS-IDX)(1:1) = "S"
040100                         PERFORM DECODE-ZONED-SIGNED
040200                     END-IF
040300                     IF WS-NUM-OK-SW NOT = "Y"
040400                         MOVE "B" TO WS-NUM-OK-SW
040500                     END-IF
040600                 END-IF
040700             END-IF
040800         WHEN "COMP-3"
040900             PERFORM DECODE-PACKED-VALUE
041000         WHEN "BINARY"
041100             PERFORM DECODE-BINARY-VALUE
041200         WHEN OTHER
041300             CONTINUE
041400     END-EVALUATE.
041500
041600 DECODE-PACKED-VALUE.
041700     MOVE ZERO TO WS-PACKED-NUM
041800     MOVE "N" TO WS-PACKED-BAD-SW
041900     MOVE "N" TO WS-BIN-NEG-SW
042000     PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF BY 1
042100               UNTIL WS-BYTE-IDX > WS-FLD-END
042200         MOVE WS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
042300         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
042400         DIVIDE WS-BYTE-VAL BY 16 GIVING WS-NIB-HI
042500             REMAINDER WS-NIB-LO
042600         IF WS-NIB-HI > 9
042700             MOVE "Y" TO WS-PACKED-BAD-SW
042800             MOVE WS-FLD-END TO WS-BYTE-IDX
042900         ELSE
043000             COMPUTE WS-PACKED-NUM =
043100                 WS-PACKED-NUM * 10 + WS-NIB-HI
043200             IF WS-BYTE-IDX = WS-FLD-END
043300                 IF WS-NIB-LO = 13
043400                     SET WS-BIN-NEG TO TRUE
043500                 ELSE
043600                     IF WS-NIB-LO < 12 OR WS-NIB-LO = 14
043700                         MOVE "Y" TO WS-PACKED-BAD-SW
043800                     END-IF
043900                 END-IF
044000             ELSE
044100                 IF WS-NIB-LO > 9
044200                     MOVE "Y" TO WS-PACKED-BAD-SW
044300                     MOVE WS-FLD-END TO WS-BYTE-IDX
044400                 ELSE
044500                     COMPUTE WS-PACKED-NUM =
044600                         WS-PACKED-NUM * 10 + WS-NIB-LO
044700                 END-IF
044800             END-IF
044900         END-IF
045000     END-PERFORM
045100     IF WS-PACKED-BAD-SW = "Y"
045200         MOVE "B" TO WS-NUM-OK-SW
045300     ELSE
045400         IF WS-BIN-NEG
045500             COMPUTE WS-NUM-VALUE = 0 - WS-PACKED-NUM
045600         ELSE
045700             MOVE WS-PACKED-NUM TO WS-NUM-VALUE
045800         END-IF
045900         MOVE "Y" TO WS-NUM-OK-SW
046000     END-IF.
046100
046200* SIGNED BINARY WITH THE HIGH BIT SET IS TWO'S COMPLEMENT - THE
046300* SAME DECODE THE BROWSER SHOWS.
046400 DECODE-BINARY-VALUE.
046500     MOVE "N" TO WS-BIN-NEG-SW
046600     MOVE WS-RECORD(WS-FLD-OFF:1) TO WS-BYTE
046700     COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
046800     IF FLD-PIC-STRING(WS-IDX)(1:1) = "S"
046900       AND WS-BYTE-VAL >= 128
047000         SET WS-BIN-NEG TO TRUE
047100     END-IF
047200     MOVE ZERO TO WS-BIN-NUM
047300     PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF BY 1
047400               UNTIL WS-BYTE-IDX > WS-FLD-END
047500         MOVE WS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
047600         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
047700         IF WS-BIN-NEG
047800             COMPUTE WS-BYTE-VAL = 255 - WS-BYTE-VAL
047900         END-IF
048000         COMPUTE WS-BIN-NUM = WS-BIN-NUM * 256 + WS-BYTE-VAL
048100     END-PERFORM
048200     IF WS-BIN-NEG
048300         ADD 1 TO WS-BIN-NUM
048400         COMPUTE WS-NUM-VALUE = 0 - WS-BIN-NUM
048500     ELSE
048600         MOVE WS-BIN-NUM TO WS-NUM-VALUE
048700     END-IF
048800     MOVE "Y" TO WS-NUM-OK-SW.
048900
049000* A SIGNED DISPLAY FIELD MAY CARRY ITS SIGN AS A TRAILING
049100* OVERPUNCH ({A-I POSITIVE, }J-R NEGATIVE, WITH THE LAST DIGIT
049200* UNDER THE SIGN) OR AS A TRAILING + OR - - THE SAME BYTES
049300* CPYVERIF ACCEPTS AS VALID SIGNED DATA. THE VALUE DECODES
049400* HERE (WS-TEXT-VALUE OVER WS-ZONE-LEN BYTES) INSTEAD OF BEING
049500* COUNTED INVALID; NOTHING CHANGES WHEN THE BYTES DO NOT FIT
049600* THE PATTERN.
049700 DECODE-ZONED-SIGNED.
049800     MOVE WS-TEXT-VALUE(WS-ZONE-LEN:1) TO WS-ZONE-CHAR
049900     MOVE 0 TO WS-ZONE-POS
050000     PERFORM VARYING WS-ZONE-SCAN FROM 1 BY 1
050100               UNTIL WS-ZONE-SCAN > 22 OR WS-ZONE-POS > 0
050200         IF WS-OVERPUNCH-SET(WS-ZONE-SCAN:1) = WS-ZONE-CHAR
050300             MOVE WS-ZONE-SCAN TO WS-ZONE-POS
050400         END-IF
050500     END-PERFORM
050600     IF WS-ZONE-POS = 0
050700       OR (WS-ZONE-LEN > 1
050800         AND WS-TEXT-VALUE(1:WS-ZONE-LEN - 1) IS NOT NUMERIC)
050900       OR (WS-ZONE-LEN = 1 AND WS-ZONE-POS > 20)
051000         CONTINUE
051100     ELSE
051200         IF WS-ZONE-LEN > 1
051300             COMPUTE WS-ZONE-LEAD = FUNCTION NUMVAL(
051400                 WS-TEXT-VALUE(1:WS-ZONE-LEN - 1))
051500         ELSE
051600             MOVE ZERO TO WS-ZONE-LEAD
051700         END-IF
051800         EVALUATE TRUE
051900             WHEN WS-ZONE-POS <= 10
052000                 COMPUTE WS-ZONE-DIGIT = WS-ZONE-POS - 1
052100                 COMPUTE WS-NUM-VALUE =
052200                     WS-ZONE-LEAD * 10 + WS-ZONE-DIGIT
052300             WHEN WS-ZONE-POS <= 20
052400                 COMPUTE WS-ZONE-DIGIT = WS-ZONE-POS - 11
052500                 COMPUTE WS-NUM-VALUE = 0 -
052600                     (WS-ZONE-LEAD * 10 + WS-ZONE-DIGIT)
052700             WHEN WS-ZONE-POS = 21
052800                 MOVE WS-ZONE-LEAD TO WS-NUM-VALUE
052900             WHEN OTHER
053000                 COMPUTE WS-NUM-VALUE = 0 - WS-ZONE-LEAD
053100         END-EVALUATE
053200         MOVE "Y" TO WS-NUM-OK-SW
053300     END-IF.
053400
053500* A PICTURE IS TREATED AS DISPLAY NUMERIC WHEN IT IS BUILT ONLY
053600* FROM 9 S V P AND REPEAT COUNTS - THE SAME RULE THE OTHER DATA
053700* TOOLS APPLY.
053800 CHECK-PIC-NUMERIC.
053900     MOVE "N" TO WS-PIC-NUMERIC-SW
054000     IF FLD-PIC-STRING(WS-IDX) = SPACES
054100         CONTINUE
054200     ELSE
054300         MOVE "Y" TO WS-PIC-NUMERIC-SW
054400         COMPUTE WS-PIC-SCAN-LEN = FUNCTION LENGTH(
054500             FUNCTION TRIM(FLD-PIC-STRING(WS-IDX)))
054600         PERFORM VARYING WS-PIC-SCAN FROM 1 BY 1
054700                   UNTIL WS-PIC-SCAN > WS-PIC-SCAN-LEN
054800             MOVE FLD-PIC-STRING(WS-IDX)(WS-PIC-SCAN:1)
054900                  TO WS-PIC-CHAR
055000             IF WS-PIC-CHAR NOT = "9" AND WS-PIC-CHAR NOT = "S"
055100               AND WS-PIC-CHAR NOT = "V"
055200               AND WS-PIC-CHAR NOT = "P"
055300               AND WS-PIC-CHAR NOT = "("
055400               AND WS-PIC-CHAR NOT = ")"
055500               AND WS-PIC-CHAR NOT NUMERIC
055600                 MOVE "N" TO WS-PIC-NUMERIC-SW
055700             END-IF
055800         END-PERFORM
055900     END-IF.
056000
056100 ACCUMULATE-FIELD.
056200     EVALUATE WS-NUM-OK-SW
056300         WHEN "B"
056400             ADD 1 TO WS-STAT-BAD-CNT(WS-IDX)
056500         WHEN "Y"
056600             MOVE "Y" TO WS-STAT-NUM-SW(WS-IDX)
056700             IF WS-NUM-VALUE = 0
056800                 ADD 1 TO WS-STAT-ZERO-CNT(WS-IDX)
056900             END-IF
057000             IF WS-STAT-SEEN-SW(WS-IDX) = "N"
057100                 MOVE WS-NUM-VALUE TO WS-STAT-MIN-NUM(WS-IDX)
057200                 MOVE WS-NUM-VALUE TO WS-STAT-MAX-NUM(WS-IDX)
057300                 MOVE "Y" TO WS-STAT-SEEN-SW(WS-IDX)
057400             ELSE
057500                 IF WS-NUM-VALUE < WS-STAT-MIN-NUM(WS-IDX)
057600                     MOVE WS-NUM-VALUE
057700                          TO WS-STAT-MIN-NUM(WS-IDX)
057800                 END-IF
057900                 IF WS-NUM-VALUE > WS-STAT-MAX-NUM(WS-IDX)
058000                     MOVE WS-NUM-VALUE
058100                          TO WS-STAT-MAX-NUM(WS-IDX)
058200                 END-IF
058300             END-IF
058400         WHEN OTHER
058500             IF WS-STAT-SEEN-SW(WS-IDX) = "N"
058600                 MOVE WS-TEXT-VALUE
058700                      TO WS-STAT-MIN-TEXT(WS-IDX)
058800                 MOVE WS-TEXT-VALUE
058900                      TO WS-STAT-MAX-TEXT(WS-IDX)
059000                 MOVE "Y" TO WS-STAT-SEEN-SW(WS-IDX)
059100             ELSE
059200                 IF WS-TEXT-VALUE < WS-STAT-MIN-TEXT(WS-IDX)
059300                     MOVE WS-TEXT-VALUE
059400                          TO WS-STAT-MIN-TEXT(WS-IDX)
059500                 END-IF
059600                 IF WS-TEXT-VALUE > WS-STAT-MAX-TEXT(WS-IDX)
059700                     MOVE WS-TEXT-VALUE
059800                          TO WS-STAT-MAX-TEXT(WS-IDX)
059900                 END-IF
060000             END-IF
060100     END-EVALUATE
060200     PERFORM COUNT-CODED-VALUE.
060300
060400* A CODED FIELD IS A PIC X/A OF 1 TO 4 BYTES - THE SHAPE OF
060500* EVERY STATUS AND TYPE CODE IN OUR FILES. EACH DISTINCT VALUE
060600* GETS ONE SLOT IN THE SHARED POOL.
060700 COUNT-CODED-VALUE.
060800     IF FLD-USAGE(WS-IDX) = "DISPLAY"
060900       AND FLD-ELEM-LEN(WS-IDX) <= 4
061000       AND (FLD-PIC-STRING(WS-IDX)(1:1) = "X"
061100         OR FLD-PIC-STRING(WS-IDX)(1:1) = "A")
061200         MOVE 0 TO WS-FREQ-HIT
061300         PERFORM VARYING WS-FREQ-IDX FROM 1 BY 1
061400                   UNTIL WS-FREQ-IDX > WS-FREQ-COUNT
061500                      OR WS-FREQ-HIT > 0
061600             IF WS-FREQ-FLD(WS-FREQ-IDX) = WS-IDX
061700               AND WS-FREQ-VALUE(WS-FREQ-IDX) =
061800                   WS-TEXT-VALUE(1:4)
061900                 MOVE WS-FREQ-IDX TO WS-FREQ-HIT
062000             END-IF
062100         END-PERFORM
062200         IF WS-FREQ-HIT > 0
062300             ADD 1 TO WS-FREQ-CNT(WS-FREQ-HIT)
062400         ELSE
062500             IF WS-FREQ-COUNT < 500
062600                 ADD 1 TO WS-FREQ-COUNT
062700                 MOVE WS-IDX TO WS-FREQ-FLD(WS-FREQ-COUNT)
062800                 MOVE WS-TEXT-VALUE(1:4)
062900                      TO WS-FREQ-VALUE(WS-FREQ-COUNT)
063000                 MOVE 1 TO WS-FREQ-CNT(WS-FREQ-COUNT)
063100             ELSE
063200                 MOVE "Y" TO WS-FREQ-LOST-SW
063300             END-IF
063400         END-IF
063500     END-IF.
063600
063700* TRANSLATES THE FIRST WS-TRAN-LEN BYTES OF WS-TRAN-TEXT FROM
063800* EBCDIC TO ASCII THROUGH THE EBCTAB TABLE.
063900 TRANSLATE-E2A-TEXT.
064000     PERFORM VARYING WS-TRAN-IDX FROM 1 BY 1
064100               UNTIL WS-TRAN-IDX > WS-TRAN-LEN
064200         MOVE WS-TRAN-TEXT(WS-TRAN-IDX:1) TO WS-BYTE
064300         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE)
064400         MOVE WS-E2A-BYTE(WS-BYTE-VAL)
064500              TO WS-TRAN-TEXT(WS-TRAN-IDX:1)
064600     END-PERFORM.
064700
064800 OPEN-DESTINATION.
064900     IF LS-OUTPUT-PATH = SPACES OR LS-OUTPUT-PATH = "SYSOUT"
065000         MOVE "Y" TO WS-TO-SCREEN
065100     ELSE
065200         MOVE "N" TO WS-TO-SCREEN
065300         MOVE LS-OUTPUT-PATH TO WS-OUT-PATH
065400         OPEN OUTPUT RPT-OUT-FILE
065500     END-IF.
065600
065700 CLOSE-DESTINATION.
065800     IF WS-TO-SCREEN = "N"
065900         CLOSE RPT-OUT-FILE
066000     END-IF.
066100
066200 EMIT-LINE.
066300     IF WS-TO-SCREEN = "Y"
066400         DISPLAY FUNCTION TRIM(WS-OUT-LINE)
066500     ELSE
066600         MOVE WS-OUT-LINE TO RPT-OUT-REC
066700         WRITE RPT-OUT-REC
066800     END-IF.
066900
067000 WRITE-REPORT.
067100     MOVE SPACES TO WS-OUT-LINE
067200     STRING "DATA PROFILE - " FUNCTION TRIM(LS-DATA-PATH)
067300            " THROUGH " FUNCTION TRIM(LS-COPYBOOK-PATH)
067400            DELIMITED BY SIZE INTO WS-OUT-LINE
067500     PERFORM EMIT-LINE
067600     MOVE WS-REC-NUMBER TO WS-CNT-DISP
067700     MOVE SPACES TO WS-OUT-LINE
067800     STRING "RECORDS READ=" FUNCTION TRIM(WS-CNT-DISP)
067900            DELIMITED BY SIZE INTO WS-OUT-LINE
068000     PERFORM EMIT-LINE
068100     MOVE ALL "-" TO WS-OUT-LINE
068200     PERFORM EMIT-LINE
068300     PERFORM VARYING WS-IDX FROM WS-REC-FIRST BY 1
068400               UNTIL WS-IDX > WS-REC-LAST
068500         IF FLD-IS-GROUP(WS-IDX) = "N"
068600           AND FLD-ELEM-LEN(WS-IDX) > 0
068700             PERFORM REPORT-ONE-FIELD
068800         END-IF
068900     END-PERFORM
069000     IF WS-FREQ-LOST-SW = "Y"
069100         MOVE "NOTE: VALUE TABLE FILLED - SOME CODES NOT COUNTED"
069200             TO WS-OUT-LINE
069300         PERFORM EMIT-LINE
069400     END-IF
069500     IF WS-UNDECL-LOST-SW = "Y"
069600         MOVE "NOTE: UNDECLARED TABLE FILLED - SOME NOT LISTED"
069700             TO WS-OUT-LINE
069800         PERFORM EMIT-LINE
069900     END-IF.
070000
070100 REPORT-ONE-FIELD.
070200     MOVE SPACES TO WS-OUT-LINE
070300     STRING FUNCTION TRIM(FLD-NAME(WS-IDX))
070400            " (" FUNCTION TRIM(FLD-USAGE(WS-IDX))
070500            " " FUNCTION TRIM(FLD-PIC-STRING(WS-IDX)) ")"
070600            DELIMITED BY SIZE INTO WS-OUT-LINE
070700     PERFORM EMIT-LINE
070800     MOVE SPACES TO WS-OUT-LINE
070900     MOVE WS-STAT-BLANK-CNT(WS-IDX) TO WS-CNT-DISP
071000     STRING "  BLANK=" FUNCTION TRIM(WS-CNT-DISP)
071100            DELIMITED BY SIZE INTO WS-OUT-LINE
071200     IF WS-STAT-NUM-SW(WS-IDX) = "Y"
071300         MOVE WS-STAT-ZERO-CNT(WS-IDX) TO WS-CNT-DISP
071400         STRING FUNCTION TRIM(WS-OUT-LINE)
071500                " ZERO=" FUNCTION TRIM(WS-CNT-DISP)
071600                DELIMITED BY SIZE INTO WS-OUT-LINE
071700     END-IF
071800     IF WS-STAT-BAD-CNT(WS-IDX) > 0
071900         MOVE WS-STAT-BAD-CNT(WS-IDX) TO WS-CNT-DISP
072000         STRING FUNCTION TRIM(WS-OUT-LINE)
072100                " INVALID=" FUNCTION TRIM(WS-CNT-DISP)
072200                DELIMITED BY SIZE INTO WS-OUT-LINE
072300     END-IF
072400     IF FLD-DOM-COUNT(WS-IDX) > 0
072500         MOVE WS-STAT-DOM-CNT(WS-IDX) TO WS-CNT-DISP
072600         STRING FUNCTION TRIM(WS-OUT-LINE)
072700                " OUT-OF-DOMAIN=" FUNCTION TRIM(WS-CNT-DISP)
072800                DELIMITED BY SIZE INTO WS-OUT-LINE
072900     END-IF
073000     IF WS-STAT-SEEN-SW(WS-IDX) = "N"
073100         STRING FUNCTION TRIM(WS-OUT-LINE)
073200                " (NEVER POPULATED)"
073300                DELIMITED BY SIZE INTO WS-OUT-LINE
073400     ELSE
073500         IF WS-STAT-NUM-SW(WS-IDX) = "Y"
073600             MOVE WS-STAT-MIN-NUM(WS-IDX) TO WS-NUM-DISP
073700             STRING FUNCTION TRIM(WS-OUT-LINE)
073800                    " MIN=" FUNCTION TRIM(WS-NUM-DISP)
073900                    DELIMITED BY SIZE INTO WS-OUT-LINE
074000             MOVE WS-STAT-MAX-NUM(WS-IDX) TO WS-NUM-DISP
074100             STRING FUNCTION TRIM(WS-OUT-LINE)
074200                    " MAX=" FUNCTION TRIM(WS-NUM-DISP)
074300                    DELIMITED BY SIZE INTO WS-OUT-LINE
074400         ELSE
074500             STRING FUNCTION TRIM(WS-OUT-LINE)
074600                    " MIN='"
074700                    FUNCTION TRIM(WS-STAT-MIN-TEXT(WS-IDX))
074800                    "' MAX='"
074900                    FUNCTION TRIM(WS-STAT-MAX-TEXT(WS-IDX))
075000                    "'"
075100                    DELIMITED BY SIZE INTO WS-OUT-LINE
075200         END-IF
075300     END-IF
075400     PERFORM EMIT-LINE
075500     PERFORM REPORT-FIELD-VALUES
075600     IF WS-STAT-DOM-CNT(WS-IDX) > 0
075700         PERFORM REPORT-UNDECLARED-VALUES
075800     END-IF.
075900
076000* THE VALUE LINE LISTS UP TO 8 CODES PER LINE WITH COUNTS.
076100 REPORT-FIELD-VALUES.
076200     MOVE SPACES TO WS-OUT-LINE
076300     MOVE 0 TO WS-LINE-COUNT
076400     PERFORM VARYING WS-FREQ-IDX FROM 1 BY 1
076500               UNTIL WS-FREQ-IDX > WS-FREQ-COUNT
076600         IF WS-FREQ-FLD(WS-FREQ-IDX) = WS-IDX
076700             MOVE WS-FREQ-CNT(WS-FREQ-IDX) TO WS-CNT-DISP
076800             IF WS-LINE-COUNT = 0
076900                 MOVE "  VALUES:" TO WS-OUT-LINE
077000             END-IF
077100             STRING FUNCTION TRIM(WS-OUT-LINE)
077200                    " '"
077300                    FUNCTION TRIM(
077400                        WS-FREQ-VALUE(WS-FREQ-IDX))
077500                    "'=" FUNCTION TRIM(WS-CNT-DISP)
077600                    DELIMITED BY SIZE INTO WS-OUT-LINE
077700             ADD 1 TO WS-LINE-COUNT
077800             IF WS-LINE-COUNT >= 8
077900                 PERFORM EMIT-LINE
078000                 MOVE SPACES TO WS-OUT-LINE
078100                 MOVE 0 TO WS-LINE-COUNT
078200             END-IF
078300         END-IF
078400     END-PERFORM
078500     IF WS-LINE-COUNT > 0
078600         PERFORM EMIT-LINE
078700     END-IF.
078800
078900* THE UNDECLARED LINE LISTS UP TO 4 VALUES PER LINE WITH COUNTS -
079000* THEY RUN UP TO 40 CHARACTERS, NOT THE 4 OF A CODED FIELD.
079100 REPORT-UNDECLARED-VALUES.
079200     MOVE SPACES TO WS-OUT-LINE
079300     MOVE 0 TO WS-LINE-COUNT
079400     PERFORM VARYING WS-UNDECL-IDX FROM 1 BY 1
079500               UNTIL WS-UNDECL-IDX > WS-UNDECL-COUNT
079600         IF WS-UNDECL-FLD(WS-UNDECL-IDX) = WS-IDX
079700             MOVE WS-UNDECL-CNT(WS-UNDECL-IDX) TO WS-CNT-DISP
079800             IF WS-LINE-COUNT = 0
079900                 MOVE "  UNDECLARED:" TO WS-OUT-LINE
080000             END-IF
080100             STRING FUNCTION TRIM(WS-OUT-LINE)
080200                    " '"
080300                    FUNCTION TRIM(
080400                        WS-UNDECL-VALUE(WS-UNDECL-IDX))
080500                    "'=" FUNCTION TRIM(WS-CNT-DISP)
080600                    DELIMITED BY SIZE INTO WS-OUT-LINE
080700             ADD 1 TO WS-LINE-COUNT
080800             IF WS-LINE-COUNT >= 4
080900                 PERFORM EMIT-LINE
081000                 MOVE SPACES TO WS-OUT-LINE
081100                 MOVE 0 TO WS-LINE-COUNT
081200             END-IF
081300         END-IF
081400     END-PERFORM
081500     IF WS-LINE-COUNT > 0
081600         PERFORM EMIT-LINE
081700     END-IF.
