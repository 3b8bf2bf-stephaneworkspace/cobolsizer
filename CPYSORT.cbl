000100******************************************************************
000200*    CPYSORT
000300*
000400*    COPYBOOK-AWARE SORT - PUTS A RECORD SEQUENTIAL DATA FILE
000500*    INTO THE ORDER OF ONE OR MORE NAMED FIELDS, EACH
000600*    ASCENDING OR DESCENDING, AND WRITES THE RECORDS BYTE FOR
000700*    BYTE TO A SORTED FILE IN THE SAME RECORD SEQUENTIAL FORM
000800*    AS CPYSCAN'S EXTRACT. CPYRECON NEEDS BOTH OF ITS FILES IN
000900*    KEY SEQUENCE; THIS IS THE STEP BETWEEN THE EXTRACT AND
001000*    THE RECONCILIATION, SO THE WHOLE CHAIN RUNS FROM ONE
001100*    CPYJOB CARD FILE.
001200*
001300*    RECORDS ARE ORDERED BY DECODED VALUE, NOT RAW BYTES: A
001400*    COMP-3, BINARY OR SIGNED DISPLAY FIELD (TRAILING
001500*    OVERPUNCH OR +/-) SORTS AS THE NUMBER IT HOLDS, SO -5
001600*    COMES BEFORE 3 WHATEVER THE STORAGE. TEXT FIELDS SORT BY
001700*    THEIR CHARACTERS - AN EBCDIC FILE'S DISPLAY BYTES ARE
001800*    TRANSLATED THROUGH EBCTAB FIRST, SO THE ORDER IS THE ONE
001900*    THE TRANSLATED TEXT READS IN (AND THE COPYBOOK IS SIZED
002000*    UNDER THE IBM PROFILE, AS CPYVERIF DOES). A KEY THAT WILL
002100*    NOT DECODE, OR THAT FALLS BEYOND THE END OF A SHORT RECORD,
002200*    SORTS AHEAD OF EVERY GOOD VALUE (BEHIND THEM WHEN
002300*    DESCENDING) AND IS COUNTED ON THE REPORT. RECORDS WITH
002400*    EQUAL KEYS KEEP THEIR INPUT ORDER.
002500*
002600*    THE SORT FIELDS ARE ONE LINE OF TEXT, FIELDS SEPARATED
002700*    BY COMMAS, EACH AN ELEMENTARY FIELD OF THE COPYBOOK'S
002800*    FIRST 01 LEVEL OPTIONALLY FOLLOWED BY ASC OR DESC:
002900*      ACCT-NO, TXN-DATE DESC
003000*    UP TO 10 FIELDS, 500 BYTES OF KEY BETWEEN THEM (A
003100*    NUMERIC FIELD TAKES 20, A TEXT FIELD ITS LENGTH PLUS ONE,
003200*    TEXT BEYOND 256 BYTES NOT TAKING PART). TABLE FIELDS
003300*    SORT ON THEIR FIRST OCCURRENCE. COMP-1/COMP-2 FIELDS
003400*    AND GROUP ITEMS ARE REFUSED.
003500*
003600*    DUPLICATE KEYS (EVERY SORT FIELD EQUAL) ARE HANDLED PER
003700*    THE DUPLICATES OPTION:
003800*      KEEP    (DEFAULT) ALL RECORDS WRITTEN, DUPLICATES
003900*              COUNTED
004000*      REPORT  ALL RECORDS WRITTEN, EACH DUPLICATE LISTED
004100*      DROP    THE FIRST RECORD OF EACH KEY WRITTEN, THE
004200*              REST LISTED AND LEFT OUT
004300*
004400*    THE RUN REPORT GOES TO THE USUAL OUTPUT DESTINATION:
004500*    "SYSOUT" (OR SPACES) FOR THE TERMINAL, ANYTHING ELSE A
004600*    LINE SEQUENTIAL FILE PATH. THE SORT WORK FILE IS
004700*    CPYSORT.WRK IN THE CURRENT DIRECTORY.
004800*
004900*    MODIFICATION HISTORY
005000*    2026-10-15  INITIAL VERSION.
005100*    2026-10-15  AN ENCODING OTHER THAN ASCII OR EBCDIC IS
005200*                REFUSED INSTEAD OF SORTING AS ASCII.
005300*    2026-10-15  A READ ERROR ON THE DATA FILE STOPS THE INPUT
005400*                AND IS REPORTED; A PACKED OR BINARY KEY TOO
005500*                LARGE FOR 18 DIGITS IS UNDECODABLE INSTEAD OF
005600*                TRUNCATED.
005700******************************************************************
005800 IDENTIFICATION DIVISION.
005900 PROGRAM-ID. CPYSORT.
006000 DATE-WRITTEN. 26/10/15.
006100 AUTHOR SYSTEMS.
006200 ENVIRONMENT DIVISION.
006300 CONFIGURATION SECTION.
006400 SOURCE-COMPUTER. RM-COBOL.
006500 OBJECT-COMPUTER. RM-COBOL.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT DATA-IN-FILE ASSIGN TO DYNAMIC WS-DATA-PATH
006900         ORGANIZATION SEQUENTIAL
007000         FILE STATUS IS WS-DATA-STATUS.
007100     SELECT SORTED-OUT-FILE ASSIGN TO DYNAMIC WS-SORTED-PATH
007200         ORGANIZATION SEQUENTIAL
007300         FILE STATUS IS WS-SORTED-STATUS.
007400     SELECT SORT-WORK-FILE ASSIGN TO "CPYSORT.WRK".
007500     SELECT RPT-OUT-FILE ASSIGN TO DYNAMIC WS-OUT-PATH
007600         ORGANIZATION LINE SEQUENTIAL
007700         FILE STATUS IS WS-OUT-STATUS.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  DATA-IN-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
008100         CHARACTERS DEPENDING ON WS-DATA-REC-LEN.
008200 01  DATA-IN-REC                          PIC X(9999).
008300 FD  SORTED-OUT-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
008400         CHARACTERS DEPENDING ON WS-SORTED-REC-LEN.
008500 01  SORTED-OUT-REC                       PIC X(9999).
008600* THE SORT RECORD CARRIES THE BUILT KEY AHEAD OF THE DATA
008700* RECORD ITSELF; ONLY SRT-KEY IS SORTED ON.
008800 SD  SORT-WORK-FILE.
008900 01  SORT-WORK-REC.
009000     05 SRT-KEY                           PIC X(500).
009100     05 SRT-IN-SEQ                        PIC 9(9).
009200     05 SRT-KEY-TEXT                      PIC X(80).
009300     05 SRT-REC-LEN                       PIC 9(4).
009400     05 SRT-DATA                          PIC X(9999).
009500 FD  RPT-OUT-FILE.
009600 01  RPT-OUT-REC                          PIC X(160).
009700 WORKING-STORAGE SECTION.
009800 01  WS-DATA-PATH                         PIC X(200).
009900 01  WS-DATA-STATUS                       PIC XX.
010000 01  WS-DATA-REC-LEN                      PIC 9(4).
010100 01  WS-SORTED-PATH                       PIC X(200).
010200 01  WS-SORTED-STATUS                     PIC XX.
010300 01  WS-SORTED-REC-LEN                    PIC 9(4).
010400 01  WS-OUT-PATH                          PIC X(200).
010500 01  WS-OUT-STATUS                        PIC XX.
010600 01  WS-TO-SCREEN                         PIC X VALUE "Y".
010700 01  WS-OUT-LINE                          PIC X(160).
010800 01  WS-EOF-SW                            PIC X VALUE "N".
010900     88 WS-EOF                            VALUE "Y".
011000 01  WS-READ-FAILED-SW                    PIC X VALUE "N".
011100 01  WS-RECORD                            PIC X(9999).
011200 01  WS-REC-NUMBER                        PIC 9(9) VALUE ZERO.
011300 01  WS-WRITE-COUNT                       PIC 9(9) VALUE ZERO.
011400 01  WS-DUP-COUNT                         PIC 9(9) VALUE ZERO.
011500 01  WS-DROP-COUNT                        PIC 9(9) VALUE ZERO.
011600 01  WS-BAD-KEY-COUNT                     PIC 9(9) VALUE ZERO.
011700 01  WS-CNT-DISP                          PIC ZZZZZZZZ9.
011800 01  WS-REC-FIRST                         PIC 9(4).
011900 01  WS-REC-LAST                          PIC 9(4).
012000 01  WS-IDX                               PIC 9(4).
012100 01  WS-SCAN-IDX                          PIC 9(4).
012200 01  WS-DUP-OPTION                        PIC X(8).
012300     88 WS-DUP-KEEP                       VALUE "KEEP".
012400     88 WS-DUP-REPORT                     VALUE "REPORT".
012500     88 WS-DUP-DROP                       VALUE "DROP".
012600 01  WS-ENCODING                          PIC X(8).
012700 01  WS-SPEC-BAD-SW                       PIC X VALUE "N".
012800 01  WS-SPEC-PTR                          PIC 9(4).
012900 01  WS-SPEC-ITEM                         PIC X(80).
013000 01  WS-SPEC-NAME                         PIC X(35).
013100 01  WS-SPEC-DIR                          PIC X(12).
013200 01  WS-SPEC-EXTRA                        PIC X(12).
013300 01  WS-KEY-TOTAL                         PIC 9(4).
013400 01  WS-FIRST-SW                          PIC X.
013500 01  WS-DROP-THIS-SW                      PIC X.
013600 01  WS-PREV-KEY                          PIC X(500).
013700 01  WS-PREV-SEQ                          PIC 9(9).
013800 01  WS-BAD-REC-SW                        PIC X.
013900 01  WS-KEY-TEXT                          PIC X(80).
014000 01  WS-KEY-TEXT-PTR                      PIC 9(4).
014100 01  WS-VALUE-TEXT                        PIC X(40).
014200 01  WS-PIECE                             PIC X(257).
014300 01  WS-PIECE-LEN                         PIC 9(4).
014400 01  WS-KEY-DIGITS                        PIC 9(19).
014500 01  WS-BYTES-UP                          PIC X(256).
014600 01  WS-BYTES-DOWN                        PIC X(256).
014700 01  WS-SEQ-DISP                          PIC ZZZZZZZZ9.
014800 01  WS-SEQ-DISP-B                        PIC ZZZZZZZZ9.
014900
015000* THE FIELD BEING DECODED - THE SAME DECODES CPYDOMCK AND
015100* CPYSCAN USE.
015200 01  WS-OFF                               PIC 9(6).
015300 01  WS-LEN                               PIC 9(6).
015400 01  WS-END                               PIC 9(6).
015500 01  WS-TEXT                              PIC X(256).
015600 01  WS-BYTE-IDX                          PIC 9(6).
015700 01  WS-BYTE                              PIC X.
015800 01  WS-BYTE-VAL                          PIC 9(4).
015900 01  WS-NIB-HI                            PIC 9(2).
016000 01  WS-NIB-LO                            PIC 9(2).
016100 01  WS-NUMERIC-SW                        PIC X.
016200     88 WS-NUMERIC                        VALUE "Y".
016300 01  WS-SIGNED-SW                         PIC X.
016400     88 WS-SIGNED                         VALUE "Y".
016500 01  WS-DECODED-SW                        PIC X.
016600     88 WS-DECODED                        VALUE "Y".
016700 01  WS-NEG-SW                            PIC X.
016800     88 WS-NEG                            VALUE "Y".
016900 01  WS-ACC                               PIC 9(18).
017000 01  WS-NUM-VALUE                         PIC S9(18).
017100 01  WS-SCALE                             PIC 9(2).
017200 01  WS-POWER                             PIC 9(18).
017300 01  WS-INT-PART                          PIC 9(18).
017400 01  WS-FRAC-PART                         PIC 9(18).
017500 01  WS-INT-DISP                          PIC Z(17)9.
017600 01  WS-SIGN-TEXT                         PIC X.
017700 01  WS-PIC-IDX                           PIC 9(4).
017800 01  WS-PIC-LEN                           PIC 9(4).
017900 01  WS-PIC-CHAR                          PIC X.
018000 01  WS-PIC-LAST                          PIC X.
018100 01  WS-PIC-AFTER-V                       PIC X.
018200 01  WS-REPEAT-TEXT                       PIC X(6).
018300 01  WS-REPEAT-LEN                        PIC 9(2).
018400 01  WS-REPEAT-NUM                        PIC 9(6).
018500 01  WS-ZONE-CHAR                         PIC X.
018600 01  WS-ZONE-POS                          PIC 9(2).
018700 01  WS-ZONE-SCAN                         PIC 9(2).
018800 01  WS-ZONE-LEAD                         PIC 9(18).
018900 01  WS-OVERPUNCH-SET                     PIC X(22)
019000     VALUE "{ABCDEFGHI}JKLMNOPQR+-".
019100
019200 01  WS-PARSE-DIALECT                     PIC X(8)
019300                                          VALUE "RMC".
019400
019500* THE SORT FIELDS IN KEY ORDER. WS-KEY-NUM SAYS THE FIELD
019600* SORTS AS A DECODED NUMBER; WS-KEY-POS/LEN PLACE ITS PIECE
019700* (A ONE-BYTE GOOD/BAD MARK, THEN THE VALUE) IN SRT-KEY.
019800 01  WS-KEY-TABLE.
019900     05 WS-KEY-COUNT                      PIC 9(2) VALUE ZERO.
020000     05 WS-KEY-ENTRY OCCURS 10 TIMES.
020100         10 WS-KEY-FLD                    PIC 9(4).
020200         10 WS-KEY-NAME                   PIC X(35).
020300         10 WS-KEY-DIR                    PIC X(4).
020400         10 WS-KEY-NUM                    PIC X.
020500         10 WS-KEY-SIGNED                 PIC X.
020600         10 WS-KEY-SCALE                  PIC 9(2).
020700         10 WS-KEY-POS                    PIC 9(4).
020800         10 WS-KEY-LEN                    PIC 9(4).
020900 01  WS-KEY-IDX                           PIC 9(2).
021000
021100     COPY "FLDTAB.cpy".
021200     COPY "SIZERES.cpy".
021300     COPY "EBCTAB.cpy".
021400
021500 LINKAGE SECTION.
021600 01  LS-COPYBOOK-PATH                     PIC X(200).
021700 01  LS-DATA-PATH                         PIC X(200).
021800 01  LS-SORT-KEYS                         PIC X(200).
021900 01  LS-DUP-OPTION                        PIC X(8).
022000 01  LS-SORTED-PATH                       PIC X(200).
022100 01  LS-ENCODING                          PIC X(8).
022200 01  LS-OUTPUT-PATH                       PIC X(200).
022300
022400 PROCEDURE DIVISION USING LS-COPYBOOK-PATH LS-DATA-PATH
022500                           LS-SORT-KEYS LS-DUP-OPTION
022600                           LS-SORTED-PATH LS-ENCODING
022700                           LS-OUTPUT-PATH.
022800
022900 MAIN-SORT.
023000     MOVE "N" TO WS-EOF-SW
023100     MOVE "N" TO WS-READ-FAILED-SW
023200     MOVE ZERO TO WS-REC-NUMBER WS-WRITE-COUNT WS-DUP-COUNT
023300                  WS-DROP-COUNT WS-BAD-KEY-COUNT
023400     MOVE FUNCTION UPPER-CASE(LS-DUP-OPTION) TO WS-DUP-OPTION
023500     IF WS-DUP-OPTION = SPACES
023600         MOVE "KEEP" TO WS-DUP-OPTION
023700     END-IF
023800     IF NOT WS-DUP-KEEP AND NOT WS-DUP-REPORT
023900       AND NOT WS-DUP-DROP
024000         DISPLAY "CPYSORT: DUPLICATES MUST BE KEEP, REPORT OR "
024100             "DROP - GOT " FUNCTION TRIM(LS-DUP-OPTION)
024200         GOBACK
024300     END-IF
024400     MOVE FUNCTION UPPER-CASE(LS-ENCODING) TO WS-ENCODING
024500     IF WS-ENCODING = SPACES
024600         MOVE "ASCII" TO WS-ENCODING
024700     END-IF
024800     IF WS-ENCODING NOT = "ASCII" AND WS-ENCODING NOT = "EBCDIC"
024900         DISPLAY "CPYSORT: ENCODING MUST BE ASCII OR EBCDIC"
025000             " - GOT " FUNCTION TRIM(LS-ENCODING)
025100         GOBACK
025200     END-IF
025300     IF LS-SORTED-PATH = SPACES OR LS-SORTED-PATH = "SYSOUT"
025400         DISPLAY "CPYSORT: A SORTED FILE PATH IS REQUIRED"
025500         GOBACK
025600     END-IF
025700     IF LS-SORTED-PATH = LS-DATA-PATH
025800         DISPLAY "CPYSORT: THE SORTED FILE MUST NOT BE THE "
025900             "INPUT FILE"
026000         GOBACK
026100     END-IF
026200*    BACK TO THE HOUSE PROFILE FIRST - A CALLED PROGRAM KEEPS
026300*    ITS LAST-USED STATE. AN EBCDIC FILE'S OFFSETS ONLY COME OUT
026400*    RIGHT UNDER THE IBM SIZING PROFILE, AS IN CPYVERIF.
026500     MOVE "RMC" TO WS-PARSE-DIALECT
026600     IF WS-ENCODING = "EBCDIC"
026700         MOVE "IBM" TO WS-PARSE-DIALECT
026800     END-IF
026900     CALL "CPYPARSE" USING LS-COPYBOOK-PATH WS-FLD-TABLE
027000         WS-SIZING-RESULT WS-PARSE-DIALECT
027100     IF RESULT-FILE-ERROR
027200         DISPLAY "CPYSORT: UNABLE TO OPEN COPYBOOK "
027300             FUNCTION TRIM(LS-COPYBOOK-PATH)
027400         GOBACK
027500     END-IF
027600     PERFORM FIND-FIRST-RECORD
027700     IF WS-REC-FIRST = 0
027800         DISPLAY "CPYSORT: NO 01-LEVEL RECORD IN "
027900             FUNCTION TRIM(LS-COPYBOOK-PATH)
028000         GOBACK
028100     END-IF
028200     PERFORM LOAD-SORT-KEYS
028300     IF WS-SPEC-BAD-SW = "Y" OR WS-KEY-COUNT = 0
028400         DISPLAY "CPYSORT: NO USABLE SORT FIELD - NOTHING DONE"
028500         GOBACK
028600     END-IF
028700     PERFORM BUILD-BYTE-TABLES
028800     MOVE LS-DATA-PATH TO WS-DATA-PATH
028900     OPEN INPUT DATA-IN-FILE
029000     IF WS-DATA-STATUS NOT = "00"
029100         DISPLAY "CPYSORT: UNABLE TO OPEN DATA FILE "
029200             FUNCTION TRIM(LS-DATA-PATH)
029300         GOBACK
029400     END-IF
029500     MOVE LS-SORTED-PATH TO WS-SORTED-PATH
029600     OPEN OUTPUT SORTED-OUT-FILE
029700     IF WS-SORTED-STATUS NOT = "00"
029800         DISPLAY "CPYSORT: UNABLE TO OPEN SORTED FILE "
029900             FUNCTION TRIM(LS-SORTED-PATH)
030000         CLOSE DATA-IN-FILE
030100         GOBACK
030200     END-IF
030300     PERFORM OPEN-DESTINATION
030400     PERFORM WRITE-HEADER
030500     SORT SORT-WORK-FILE
030600         ON ASCENDING KEY SRT-KEY
030700         WITH DUPLICATES IN ORDER
030800         INPUT PROCEDURE IS RELEASE-INPUT-RECORDS
030900         OUTPUT PROCEDURE IS RETURN-SORTED-RECORDS
031000     CLOSE DATA-IN-FILE
031100     CLOSE SORTED-OUT-FILE
031200     IF SORT-RETURN NOT = 0
031300         MOVE "WARNING: THE SORT ENDED IN ERROR - THE SORTED "
031400             TO WS-OUT-LINE
031500         STRING FUNCTION TRIM(WS-OUT-LINE)
031600                " FILE IS INCOMPLETE"
031700                DELIMITED BY SIZE INTO WS-OUT-LINE
031800         PERFORM EMIT-LINE
031900     END-IF
032000     IF WS-READ-FAILED-SW = "Y"
032100         MOVE SPACES TO WS-OUT-LINE
032200         STRING "WARNING: THE DATA FILE COULD NOT BE READ TO THE "
032300                "END - THE SORTED FILE IS INCOMPLETE"
032400                DELIMITED BY SIZE INTO WS-OUT-LINE
032500         PERFORM EMIT-LINE
032600     END-IF
032700     PERFORM WRITE-TOTALS
032800     PERFORM CLOSE-DESTINATION
032900     GOBACK.
033000
033100* THE FIRST 01 LEVEL IN THE TABLE AND THE RANGE OF ENTRIES THAT
033200* BELONG TO IT - THE RECORD THE SORT FIELDS ARE TAKEN FROM.
033300 FIND-FIRST-RECORD.
033400     MOVE 0 TO WS-REC-FIRST
033500     MOVE 0 TO WS-REC-LAST
033600     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
033700               UNTIL WS-SCAN-IDX > WS-FLD-COUNT
033800         IF FLD-LEVEL(WS-SCAN-IDX) = 1
033900             IF WS-REC-FIRST = 0
034000                 MOVE WS-SCAN-IDX TO WS-REC-FIRST
034100                 MOVE WS-FLD-COUNT TO WS-REC-LAST
034200             ELSE
034300                 IF WS-REC-LAST = WS-FLD-COUNT
034400                   AND WS-SCAN-IDX > WS-REC-FIRST
034500                     COMPUTE WS-REC-LAST = WS-SCAN-IDX - 1
034600                 END-IF
034700             END-IF
034800         END-IF
034900     END-PERFORM.
035000
035100* SPLITS THE SORT FIELD LIST AT ITS COMMAS. ANY BAD ENTRY
035200* STOPS THE RUN - A SORT ON THE WRONG KEYS IS WORSE THAN NONE.
035300 LOAD-SORT-KEYS.
035400     MOVE "N" TO WS-SPEC-BAD-SW
035500     MOVE ZERO TO WS-KEY-COUNT
035600     MOVE 1 TO WS-KEY-TOTAL
035700     MOVE 1 TO WS-SPEC-PTR
035800     PERFORM UNTIL WS-SPEC-PTR > 200 OR WS-SPEC-BAD-SW = "Y"
035900         MOVE SPACES TO WS-SPEC-ITEM
036000         UNSTRING LS-SORT-KEYS DELIMITED BY ","
036100             INTO WS-SPEC-ITEM
036200             WITH POINTER WS-SPEC-PTR
036300         END-UNSTRING
036400         IF WS-SPEC-ITEM NOT = SPACES
036500             PERFORM LOAD-ONE-SORT-KEY
036600         END-IF
036700     END-PERFORM.
036800
036900 LOAD-ONE-SORT-KEY.
037000     MOVE SPACES TO WS-SPEC-NAME WS-SPEC-DIR WS-SPEC-EXTRA
037100     MOVE FUNCTION TRIM(WS-SPEC-ITEM) TO WS-SPEC-ITEM
037200     UNSTRING WS-SPEC-ITEM DELIMITED BY ALL SPACES
037300         INTO WS-SPEC-NAME WS-SPEC-DIR WS-SPEC-EXTRA
037400     END-UNSTRING
037500     MOVE FUNCTION UPPER-CASE(WS-SPEC-DIR) TO WS-SPEC-DIR
037600     EVALUATE WS-SPEC-DIR
037700         WHEN SPACES
037800         WHEN "A"
037900         WHEN "ASC"
038000         WHEN "ASCENDING"
038100             MOVE "ASC" TO WS-SPEC-DIR
038200         WHEN "D"
038300         WHEN "DESC"
038400         WHEN "DESCENDING"
038500             MOVE "DESC" TO WS-SPEC-DIR
038600         WHEN OTHER
038700             DISPLAY "CPYSORT: BAD DIRECTION IN "
038800                 FUNCTION TRIM(WS-SPEC-ITEM)
038900                 " - ASC OR DESC"
039000             MOVE "Y" TO WS-SPEC-BAD-SW
039100     END-EVALUATE
039200     IF WS-SPEC-BAD-SW = "N" AND WS-SPEC-EXTRA NOT = SPACES
039300         DISPLAY "CPYSORT: UNEXPECTED TEXT IN "
039400             FUNCTION TRIM(WS-SPEC-ITEM)
039500         MOVE "Y" TO WS-SPEC-BAD-SW
039600     END-IF
039700     IF WS-SPEC-BAD-SW = "N" AND WS-KEY-COUNT >= 10
039800         DISPLAY "CPYSORT: MORE THAN 10 SORT FIELDS"
039900         MOVE "Y" TO WS-SPEC-BAD-SW
040000     END-IF
040100     IF WS-SPEC-BAD-SW = "N"
040200         MOVE 0 TO WS-IDX
040300         PERFORM VARYING WS-SCAN-IDX FROM WS-REC-FIRST BY 1
040400                   UNTIL WS-SCAN-IDX > WS-REC-LAST
040500                      OR WS-IDX > 0
040600             IF FUNCTION TRIM(FLD-NAME(WS-SCAN-IDX)) =
040700                 FUNCTION TRIM(WS-SPEC-NAME)
040800                 MOVE WS-SCAN-IDX TO WS-IDX
040900             END-IF
041000         END-PERFORM
041100         EVALUATE TRUE
041200             WHEN WS-IDX = 0
041300                 DISPLAY "CPYSORT: FIELD "
041400                     FUNCTION TRIM(WS-SPEC-NAME)
041500                     " NOT IN COPYBOOK"
041600                 MOVE "Y" TO WS-SPEC-BAD-SW
041700             WHEN FLD-IS-GROUP(WS-IDX) = "Y"
041800               OR FLD-ELEM-LEN(WS-IDX) = 0
041900                 DISPLAY "CPYSORT: FIELD "
042000                     FUNCTION TRIM(WS-SPEC-NAME)
042100                     " IS A GROUP - NAME ITS ELEMENTARY FIELDS"
042200                 MOVE "Y" TO WS-SPEC-BAD-SW
042300             WHEN FLD-USAGE(WS-IDX) = "COMP-1"
042400               OR FLD-USAGE(WS-IDX) = "COMP-2"
042500                 DISPLAY "CPYSORT: FIELD "
042600                     FUNCTION TRIM(WS-SPEC-NAME)
042700                     " IS FLOATING POINT - NOT A SORT FIELD"
042800                 MOVE "Y" TO WS-SPEC-BAD-SW
042900             WHEN OTHER
043000                 PERFORM ADD-SORT-KEY
043100         END-EVALUATE
043200     END-IF.
043300
043400 ADD-SORT-KEY.
043500     ADD 1 TO WS-KEY-COUNT
043600     MOVE WS-IDX TO WS-KEY-FLD(WS-KEY-COUNT)
043700     MOVE WS-SPEC-NAME TO WS-KEY-NAME(WS-KEY-COUNT)
043800     MOVE WS-SPEC-DIR TO WS-KEY-DIR(WS-KEY-COUNT)
043900     MOVE FLD-ELEM-LEN(WS-IDX) TO WS-LEN
044000     PERFORM ANALYZE-FIELD-PICTURE
044100     IF WS-NUMERIC
044200       AND ((FLD-USAGE(WS-IDX) = "DISPLAY" AND WS-LEN <= 18)
044300         OR (FLD-USAGE(WS-IDX) = "COMP-3" AND WS-LEN <= 10)
044400         OR (FLD-USAGE(WS-IDX) = "BINARY" AND WS-LEN <= 8))
044500         MOVE "Y" TO WS-KEY-NUM(WS-KEY-COUNT)
044600         MOVE 20 TO WS-KEY-LEN(WS-KEY-COUNT)
044700     ELSE
044800         MOVE "N" TO WS-KEY-NUM(WS-KEY-COUNT)
044900         IF WS-LEN > 256
045000             MOVE 257 TO WS-KEY-LEN(WS-KEY-COUNT)
045100         ELSE
045200             COMPUTE WS-KEY-LEN(WS-KEY-COUNT) = WS-LEN + 1
045300         END-IF
045400     END-IF
045500     MOVE WS-SIGNED-SW TO WS-KEY-SIGNED(WS-KEY-COUNT)
045600     MOVE WS-SCALE TO WS-KEY-SCALE(WS-KEY-COUNT)
045700     MOVE WS-KEY-TOTAL TO WS-KEY-POS(WS-KEY-COUNT)
045800     ADD WS-KEY-LEN(WS-KEY-COUNT) TO WS-KEY-TOTAL
045900     IF WS-KEY-TOTAL > 501
046000         DISPLAY "CPYSORT: SORT FIELDS LONGER THAN 500 BYTES "
046100             "BETWEEN THEM"
046200         MOVE "Y" TO WS-SPEC-BAD-SW
046300     END-IF.
046400
046500* EVERY BYTE VALUE IN ORDER, AND THE SAME BYTES REVERSED - A
046600* DESCENDING FIELD'S PIECE IS CONVERTED FROM ONE TO THE OTHER
046700* SO ONE ASCENDING SORT KEY SERVES BOTH DIRECTIONS.
046800 BUILD-BYTE-TABLES.
046900     PERFORM VARYING WS-BYTE-VAL FROM 1 BY 1
047000               UNTIL WS-BYTE-VAL > 256
047100         MOVE FUNCTION CHAR(WS-BYTE-VAL)
047200              TO WS-BYTES-UP(WS-BYTE-VAL:1)
047300         MOVE FUNCTION CHAR(257 - WS-BYTE-VAL)
047400              TO WS-BYTES-DOWN(WS-BYTE-VAL:1)
047500     END-PERFORM.
047600
047700 OPEN-DESTINATION.
047800     IF LS-OUTPUT-PATH = SPACES OR LS-OUTPUT-PATH = "SYSOUT"
047900         MOVE "Y" TO WS-TO-SCREEN
048000     ELSE
048100         MOVE "N" TO WS-TO-SCREEN
048200         MOVE LS-OUTPUT-PATH TO WS-OUT-PATH
048300         OPEN OUTPUT RPT-OUT-FILE
048400     END-IF.
048500
048600 CLOSE-DESTINATION.
048700     IF WS-TO-SCREEN = "N"
048800         CLOSE RPT-OUT-FILE
048900     END-IF.
049000
049100 EMIT-LINE.
049200     IF WS-TO-SCREEN = "Y"
049300         DISPLAY FUNCTION TRIM(WS-OUT-LINE)
049400     ELSE
049500         MOVE WS-OUT-LINE TO RPT-OUT-REC
049600         WRITE RPT-OUT-REC
049700     END-IF.
049800
049900 WRITE-HEADER.
050000     MOVE SPACES TO WS-OUT-LINE
050100     STRING "RECORD SORT - " FUNCTION TRIM(LS-DATA-PATH)
050200            " -> " FUNCTION TRIM(LS-SORTED-PATH)
050300            DELIMITED BY SIZE INTO WS-OUT-LINE
050400     PERFORM EMIT-LINE
050500     MOVE SPACES TO WS-OUT-LINE
050600     MOVE 1 TO WS-KEY-TEXT-PTR
050700     STRING "SORT FIELDS:" DELIMITED BY SIZE
050800         INTO WS-OUT-LINE WITH POINTER WS-KEY-TEXT-PTR
050900     PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
051000               UNTIL WS-KEY-IDX > WS-KEY-COUNT
051100         IF WS-KEY-IDX > 1
051200             STRING "," DELIMITED BY SIZE
051300                 INTO WS-OUT-LINE WITH POINTER WS-KEY-TEXT-PTR
051400         END-IF
051500         STRING " " FUNCTION TRIM(WS-KEY-NAME(WS-KEY-IDX))
051600                " " FUNCTION TRIM(WS-KEY-DIR(WS-KEY-IDX))
051700                DELIMITED BY SIZE
051800                INTO WS-OUT-LINE WITH POINTER WS-KEY-TEXT-PTR
051900                ON OVERFLOW
052000                    CONTINUE
052100         END-STRING
052200     END-PERFORM
052300     PERFORM EMIT-LINE
052400     MOVE SPACES TO WS-OUT-LINE
052500     STRING "DUPLICATES=" FUNCTION TRIM(WS-DUP-OPTION)
052600            " ENCODING=" FUNCTION TRIM(WS-ENCODING)
052700            " COPYBOOK=" FUNCTION TRIM(LS-COPYBOOK-PATH)
052800            DELIMITED BY SIZE INTO WS-OUT-LINE
052900     PERFORM EMIT-LINE
053000     MOVE ALL "-" TO WS-OUT-LINE
053100     PERFORM EMIT-LINE.
053200
053300* INPUT PROCEDURE - EVERY RECORD OF THE DATA FILE GOES TO THE
053400* SORT BEHIND ITS BUILT KEY. A READ ERROR ENDS THE INPUT THERE.
053500 RELEASE-INPUT-RECORDS.
053600     PERFORM UNTIL WS-EOF
053700         READ DATA-IN-FILE INTO WS-RECORD
053800             AT END
053900                 SET WS-EOF TO TRUE
054000             NOT AT END
054100                 ADD 1 TO WS-REC-NUMBER
054200                 PERFORM BUILD-SORT-KEY
054300                 MOVE WS-REC-NUMBER TO SRT-IN-SEQ
054400                 MOVE WS-KEY-TEXT TO SRT-KEY-TEXT
054500                 MOVE WS-DATA-REC-LEN TO SRT-REC-LEN
054600                 MOVE WS-RECORD(1:WS-DATA-REC-LEN) TO SRT-DATA
054700                 RELEASE SORT-WORK-REC
054800         END-READ
054900         IF WS-DATA-STATUS NOT = "00"
055000           AND WS-DATA-STATUS NOT = "10"
055100             DISPLAY "CPYSORT: READ OF "
055200                 FUNCTION TRIM(LS-DATA-PATH)
055300                 " FAILED WITH STATUS " WS-DATA-STATUS
055400             MOVE "Y" TO WS-READ-FAILED-SW
055500             SET WS-EOF TO TRUE
055600         END-IF
055700     END-PERFORM.
055800
055900 BUILD-SORT-KEY.
056000     MOVE SPACES TO SRT-KEY
056100     MOVE SPACES TO WS-KEY-TEXT
056200     MOVE 1 TO WS-KEY-TEXT-PTR
056300     MOVE "N" TO WS-BAD-REC-SW
056400     PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
056500               UNTIL WS-KEY-IDX > WS-KEY-COUNT
056600         PERFORM BUILD-KEY-PIECE
056700         MOVE WS-PIECE(1:WS-PIECE-LEN)
056800              TO SRT-KEY(WS-KEY-POS(WS-KEY-IDX):WS-PIECE-LEN)
056900         IF WS-KEY-IDX > 1
057000             STRING "/" DELIMITED BY SIZE
057100                 INTO WS-KEY-TEXT WITH POINTER WS-KEY-TEXT-PTR
057200                 ON OVERFLOW
057300                     CONTINUE
057400             END-STRING
057500         END-IF
057600         STRING FUNCTION TRIM(WS-VALUE-TEXT) DELIMITED BY SIZE
057700             INTO WS-KEY-TEXT WITH POINTER WS-KEY-TEXT-PTR
057800             ON OVERFLOW
057900                 CONTINUE
058000         END-STRING
058100     END-PERFORM
058200     IF WS-BAD-REC-SW = "Y"
058300         ADD 1 TO WS-BAD-KEY-COUNT
058400     END-IF.
058500
058600* ONE FIELD'S PIECE OF THE SORT KEY: "1" AND THE VALUE FOR A
058700* GOOD KEY, "0" FOR ONE THAT WILL NOT DECODE OR IS MISSING.
058800* A NUMBER IS OFFSET BY 10**18 - 1 SO EVERY VALUE IS A
058900* POSITIVE 19-DIGIT STRING THAT ORDERS AS THE NUMBERS DO.
059000 BUILD-KEY-PIECE.
059100     MOVE WS-KEY-FLD(WS-KEY-IDX) TO WS-IDX
059200     MOVE WS-KEY-LEN(WS-KEY-IDX) TO WS-PIECE-LEN
059300     MOVE LOW-VALUES TO WS-PIECE
059400     MOVE "0" TO WS-PIECE(1:1)
059500     MOVE "?" TO WS-VALUE-TEXT
059600     MOVE FLD-OFFSET(WS-IDX) TO WS-OFF
059700     MOVE FLD-ELEM-LEN(WS-IDX) TO WS-LEN
059800     COMPUTE WS-END = WS-OFF + WS-LEN - 1
059900     IF WS-END > WS-DATA-REC-LEN
060000         MOVE "Y" TO WS-BAD-REC-SW
060100     ELSE
060200         PERFORM LOAD-FIELD-TEXT
060300         IF WS-KEY-NUM(WS-KEY-IDX) = "Y"
060400             MOVE WS-KEY-SIGNED(WS-KEY-IDX) TO WS-SIGNED-SW
060500             MOVE WS-KEY-SCALE(WS-KEY-IDX) TO WS-SCALE
060600             MOVE "N" TO WS-DECODED-SW
060700             EVALUATE FLD-USAGE(WS-IDX)
060800                 WHEN "COMP-3"
060900                     PERFORM DECODE-PACKED-VALUE
061000                 WHEN "BINARY"
061100                     PERFORM DECODE-BINARY-VALUE
061200                 WHEN OTHER
061300                     PERFORM DECODE-DISPLAY-VALUE
061400             END-EVALUATE
061500             IF WS-DECODED
061600                 COMPUTE WS-KEY-DIGITS =
061700                     WS-NUM-VALUE + 999999999999999999
061800                 MOVE "1" TO WS-PIECE(1:1)
061900                 MOVE WS-KEY-DIGITS TO WS-PIECE(2:19)
062000                 PERFORM FORMAT-NUMERIC-VALUE
062100             ELSE
062200                 MOVE "Y" TO WS-BAD-REC-SW
062300                 MOVE WS-RECORD(WS-OFF:WS-LEN)
062400                      TO WS-PIECE(2:WS-LEN)
062500             END-IF
062600         ELSE
062700             MOVE "1" TO WS-PIECE(1:1)
062800             MOVE WS-TEXT(1:WS-PIECE-LEN - 1)
062900                  TO WS-PIECE(2:WS-PIECE-LEN - 1)
063000             MOVE WS-TEXT TO WS-VALUE-TEXT
063100         END-IF
063200     END-IF
063300     IF WS-KEY-DIR(WS-KEY-IDX) = "DESC"
063400         INSPECT WS-PIECE(1:WS-PIECE-LEN)
063500             CONVERTING WS-BYTES-UP TO WS-BYTES-DOWN
063600     END-IF.
063700
063800* OUTPUT PROCEDURE - THE RECORDS COME BACK IN KEY ORDER. A KEY
063900* EQUAL TO THE LAST ONE KEPT IS A DUPLICATE; THE FIRST RECORD
064000* OF EACH KEY IS ALWAYS THE ONE WRITTEN.
064100 RETURN-SORTED-RECORDS.
064200     MOVE "N" TO WS-EOF-SW
064300     MOVE "Y" TO WS-FIRST-SW
064400     PERFORM UNTIL WS-EOF
064500         RETURN SORT-WORK-FILE
064600             AT END
064700                 SET WS-EOF TO TRUE
064800             NOT AT END
064900                 PERFORM WRITE-ONE-SORTED
065000         END-RETURN
065100     END-PERFORM.
065200
065300 WRITE-ONE-SORTED.
065400     MOVE "N" TO WS-DROP-THIS-SW
065500     IF WS-FIRST-SW = "N" AND SRT-KEY = WS-PREV-KEY
065600         ADD 1 TO WS-DUP-COUNT
065700         IF WS-DUP-REPORT OR WS-DUP-DROP
065800             PERFORM REPORT-DUPLICATE
065900         END-IF
066000         IF WS-DUP-DROP
066100             ADD 1 TO WS-DROP-COUNT
066200             MOVE "Y" TO WS-DROP-THIS-SW
066300         END-IF
066400     ELSE
066500         MOVE "N" TO WS-FIRST-SW
066600         MOVE SRT-KEY TO WS-PREV-KEY
066700         MOVE SRT-IN-SEQ TO WS-PREV-SEQ
066800     END-IF
066900     IF WS-DROP-THIS-SW = "N"
067000         MOVE SRT-REC-LEN TO WS-SORTED-REC-LEN
067100         MOVE SRT-DATA(1:WS-SORTED-REC-LEN) TO SORTED-OUT-REC
067200         WRITE SORTED-OUT-REC
067300         IF WS-SORTED-STATUS NOT = "00"
067400             DISPLAY "CPYSORT: SORTED FILE WRITE FAILED WITH "
067500                 "STATUS " WS-SORTED-STATUS
067600         ELSE
067700             ADD 1 TO WS-WRITE-COUNT
067800         END-IF
067900     END-IF.
068000
068100 REPORT-DUPLICATE.
068200     MOVE SRT-IN-SEQ TO WS-SEQ-DISP
068300     MOVE WS-PREV-SEQ TO WS-SEQ-DISP-B
068400     MOVE SPACES TO WS-OUT-LINE
068500     STRING "DUPLICATE KEY '" FUNCTION TRIM(SRT-KEY-TEXT)
068600            "' INPUT RECORD " FUNCTION TRIM(WS-SEQ-DISP)
068700            " (FIRST AT " FUNCTION TRIM(WS-SEQ-DISP-B) ")"
068800            DELIMITED BY SIZE INTO WS-OUT-LINE
068900     IF WS-DUP-DROP
069000         STRING FUNCTION TRIM(WS-OUT-LINE) " DROPPED"
069100                DELIMITED BY SIZE INTO WS-OUT-LINE
069200     END-IF
069300     PERFORM EMIT-LINE.
069400
069500 WRITE-TOTALS.
069600     MOVE ALL "-" TO WS-OUT-LINE
069700     PERFORM EMIT-LINE
069800     MOVE WS-REC-NUMBER TO WS-CNT-DISP
069900     MOVE SPACES TO WS-OUT-LINE
070000     STRING "RECORDS READ=" FUNCTION TRIM(WS-CNT-DISP)
070100            DELIMITED BY SIZE INTO WS-OUT-LINE
070200     MOVE WS-WRITE-COUNT TO WS-CNT-DISP
070300     STRING FUNCTION TRIM(WS-OUT-LINE)
070400            " WRITTEN=" FUNCTION TRIM(WS-CNT-DISP)
070500            DELIMITED BY SIZE INTO WS-OUT-LINE
070600     MOVE WS-DUP-COUNT TO WS-CNT-DISP
070700     STRING FUNCTION TRIM(WS-OUT-LINE)
070800            " DUPLICATES=" FUNCTION TRIM(WS-CNT-DISP)
070900            DELIMITED BY SIZE INTO WS-OUT-LINE
071000     MOVE WS-DROP-COUNT TO WS-CNT-DISP
071100     STRING FUNCTION TRIM(WS-OUT-LINE)
071200            " DROPPED=" FUNCTION TRIM(WS-CNT-DISP)
071300            DELIMITED BY SIZE INTO WS-OUT-LINE
071400     PERFORM EMIT-LINE
071500     IF WS-BAD-KEY-COUNT > 0
071600         MOVE WS-BAD-KEY-COUNT TO WS-CNT-DISP
071700         MOVE SPACES TO WS-OUT-LINE
071800         STRING "RECORDS WITH A MISSING OR UNDECODABLE KEY="
071900                FUNCTION TRIM(WS-CNT-DISP)
072000                " (SORTED TO THE FRONT, OR THE BACK WHEN "
072100                "DESCENDING)"
072200                DELIMITED BY SIZE INTO WS-OUT-LINE
072300         PERFORM EMIT-LINE
072400     END-IF.
072500
072600* THE FIELD'S BYTES AS TEXT - DISPLAY BYTES OF AN EBCDIC FILE
072700* TRANSLATED TO ASCII, PACKED AND BINARY BYTES LEFT ALONE (THEY
072800* ARE DECODED, NOT READ AS TEXT).
072900 LOAD-FIELD-TEXT.
073000     MOVE SPACES TO WS-TEXT
073100     IF WS-LEN > 256
073200         MOVE WS-RECORD(WS-OFF:256) TO WS-TEXT
073300     ELSE
073400         MOVE WS-RECORD(WS-OFF:WS-LEN) TO WS-TEXT
073500     END-IF
073600     IF WS-ENCODING = "EBCDIC"
073700       AND FLD-USAGE(WS-IDX) = "DISPLAY"
073800         PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
073900                   UNTIL WS-BYTE-IDX > WS-LEN
074000                      OR WS-BYTE-IDX > 256
074100             MOVE WS-TEXT(WS-BYTE-IDX:1) TO WS-BYTE
074200             COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE)
074300             MOVE WS-E2A-BYTE(WS-BYTE-VAL)
074400                  TO WS-TEXT(WS-BYTE-IDX:1)
074500         END-PERFORM
074600     END-IF.
074700
074800* NUMERIC WHEN PACKED OR BINARY, OR WHEN A DISPLAY PICTURE IS
074900* BUILT ONLY FROM 9 S V P AND REPEAT COUNTS - THE SAME RULE THE
075000* OTHER DATA TOOLS APPLY. ALSO COUNTS THE DIGIT POSITIONS AFTER
075100* THE V, FOR SHOWING A DUPLICATE KEY WITH ITS DECIMAL POINT.
075200 ANALYZE-FIELD-PICTURE.
075300     MOVE "N" TO WS-SIGNED-SW
075400     MOVE "N" TO WS-PIC-AFTER-V
075500     MOVE SPACE TO WS-PIC-LAST
075600     MOVE ZERO TO WS-SCALE
075700     MOVE "Y" TO WS-NUMERIC-SW
075800     IF FLD-PIC-STRING(WS-IDX) = SPACES
075900         MOVE "N" TO WS-NUMERIC-SW
076000     END-IF
076100     COMPUTE WS-PIC-LEN = FUNCTION LENGTH(
076200         FUNCTION TRIM(FLD-PIC-STRING(WS-IDX)))
076300     MOVE 1 TO WS-PIC-IDX
076400     PERFORM UNTIL WS-PIC-IDX > WS-PIC-LEN
076500         MOVE FLD-PIC-STRING(WS-IDX)(WS-PIC-IDX:1) TO WS-PIC-CHAR
076600         EVALUATE WS-PIC-CHAR
076700             WHEN "S"
076800                 MOVE "Y" TO WS-SIGNED-SW
076900             WHEN "V"
077000                 MOVE "Y" TO WS-PIC-AFTER-V
077100             WHEN "9"
077200                 IF WS-PIC-AFTER-V = "Y"
077300                     ADD 1 TO WS-SCALE
077400                 END-IF
077500             WHEN "P"
077600                 CONTINUE
077700             WHEN "("
077800                 PERFORM READ-PICTURE-REPEAT
077900             WHEN OTHER
078000                 IF FLD-USAGE(WS-IDX) = "DISPLAY"
078100                     MOVE "N" TO WS-NUMERIC-SW
078200                 END-IF
078300         END-EVALUATE
078400         IF WS-PIC-CHAR NOT = "("
078500             MOVE WS-PIC-CHAR TO WS-PIC-LAST
078600         END-IF
078700         ADD 1 TO WS-PIC-IDX
078800     END-PERFORM.
078900
079000* A REPEAT COUNT n AFTER A 9 TO THE RIGHT OF THE V ADDS n - 1
079100* MORE DECIMAL PLACES (THE 9 ITSELF WAS COUNTED ALREADY).
079200 READ-PICTURE-REPEAT.
079300     MOVE SPACES TO WS-REPEAT-TEXT
079400     MOVE ZERO TO WS-REPEAT-LEN
079500     ADD 1 TO WS-PIC-IDX
079600     PERFORM UNTIL WS-PIC-IDX > WS-PIC-LEN
079700                OR FLD-PIC-STRING(WS-IDX)(WS-PIC-IDX:1) = ")"
079800         IF WS-REPEAT-LEN < 6
079900             ADD 1 TO WS-REPEAT-LEN
080000             MOVE FLD-PIC-STRING(WS-IDX)(WS-PIC-IDX:1)
080100                  TO WS-REPEAT-TEXT(WS-REPEAT-LEN:1)
080200         END-IF
080300         ADD 1 TO WS-PIC-IDX
080400     END-PERFORM
080500     IF WS-REPEAT-LEN > 0
080600       AND WS-REPEAT-TEXT(1:WS-REPEAT-LEN) IS NUMERIC
080700         COMPUTE WS-REPEAT-NUM =
080800             FUNCTION NUMVAL(WS-REPEAT-TEXT(1:WS-REPEAT-LEN))
080900         IF WS-PIC-LAST = "9" AND WS-PIC-AFTER-V = "Y"
081000           AND WS-REPEAT-NUM > 0
081100             COMPUTE WS-SCALE = WS-SCALE + WS-REPEAT-NUM - 1
081200         END-IF
081300     END-IF.
081400
081500* DIGITS ONLY, OR ON A SIGNED PICTURE A TRAILING OVERPUNCH
081600* ({A-I POSITIVE, }J-R NEGATIVE) OR A TRAILING + OR -.
081700 DECODE-DISPLAY-VALUE.
081800     IF WS-TEXT(1:WS-LEN) IS NUMERIC
081900         COMPUTE WS-NUM-VALUE =
082000             FUNCTION NUMVAL(WS-TEXT(1:WS-LEN))
082100         SET WS-DECODED TO TRUE
082200     ELSE
082300         IF WS-SIGNED
082400             PERFORM DECODE-ZONED-SIGNED
082500         END-IF
082600     END-IF.
082700
082800 DECODE-ZONED-SIGNED.
082900     MOVE WS-TEXT(WS-LEN:1) TO WS-ZONE-CHAR
083000     MOVE 0 TO WS-ZONE-POS
083100     PERFORM VARYING WS-ZONE-SCAN FROM 1 BY 1
083200               UNTIL WS-ZONE-SCAN > 22 OR WS-ZONE-POS > 0
083300         IF WS-OVERPUNCH-SET(WS-ZONE-SCAN:1) = WS-ZONE-CHAR
083400             MOVE WS-ZONE-SCAN TO WS-ZONE-POS
083500         END-IF
083600     END-PERFORM
083700     IF WS-ZONE-POS = 0
083800       OR (WS-LEN > 1
083900         AND WS-TEXT(1:WS-LEN - 1) IS NOT NUMERIC)
084000       OR (WS-LEN = 1 AND WS-ZONE-POS > 20)
084100         CONTINUE
084200     ELSE
084300         MOVE ZERO TO WS-ZONE-LEAD
084400         IF WS-LEN > 1
084500             COMPUTE WS-ZONE-LEAD =
084600                 FUNCTION NUMVAL(WS-TEXT(1:WS-LEN - 1))
084700         END-IF
084800         EVALUATE TRUE
084900             WHEN WS-ZONE-POS <= 10
085000                 COMPUTE WS-NUM-VALUE =
085100                     WS-ZONE-LEAD * 10 + WS-ZONE-POS - 1
085200             WHEN WS-ZONE-POS <= 20
085300                 COMPUTE WS-NUM-VALUE = 0 -
085400                     (WS-ZONE-LEAD * 10 + WS-ZONE-POS - 11)
085500             WHEN WS-ZONE-POS = 21
085600                 MOVE WS-ZONE-LEAD TO WS-NUM-VALUE
085700             WHEN OTHER
085800                 COMPUTE WS-NUM-VALUE = 0 - WS-ZONE-LEAD
085900         END-EVALUATE
086000         SET WS-DECODED TO TRUE
086100     END-IF.
086200
086300* A PACKED OR BINARY VALUE TOO LARGE FOR 18 DIGITS (A 10-BYTE
086400* COMP-3 OR 8-BYTE BINARY CAN HOLD ONE) IS LEFT UNDECODED RATHER
086500* THAN TRUNCATED.
086600 DECODE-PACKED-VALUE.
086700     MOVE ZERO TO WS-ACC
086800     MOVE "N" TO WS-NEG-SW
086900     SET WS-DECODED TO TRUE
087000     PERFORM VARYING WS-BYTE-IDX FROM WS-OFF BY 1
087100               UNTIL WS-BYTE-IDX > WS-END OR NOT WS-DECODED
087200         MOVE WS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
087300         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
087400         DIVIDE WS-BYTE-VAL BY 16 GIVING WS-NIB-HI
087500             REMAINDER WS-NIB-LO
087600         IF WS-NIB-HI > 9
087700             MOVE "N" TO WS-DECODED-SW
087800         ELSE
087900             COMPUTE WS-ACC = WS-ACC * 10 + WS-NIB-HI
088000                 ON SIZE ERROR
088100                     MOVE "N" TO WS-DECODED-SW
088200             END-COMPUTE
088300             IF WS-BYTE-IDX = WS-END
088400                 EVALUATE WS-NIB-LO
088500                     WHEN 13
088600                         SET WS-NEG TO TRUE
088700                     WHEN 12
088800                     WHEN 15
088900                         CONTINUE
089000                     WHEN OTHER
089100                         MOVE "N" TO WS-DECODED-SW
089200                 END-EVALUATE
089300             ELSE
089400                 IF WS-NIB-LO > 9
089500                     MOVE "N" TO WS-DECODED-SW
089600                 ELSE
089700                     COMPUTE WS-ACC = WS-ACC * 10 + WS-NIB-LO
089800                         ON SIZE ERROR
089900                             MOVE "N" TO WS-DECODED-SW
090000                     END-COMPUTE
090100                 END-IF
090200             END-IF
090300         END-IF
090400     END-PERFORM
090500     IF WS-NEG
090600         COMPUTE WS-NUM-VALUE = 0 - WS-ACC
090700     ELSE
090800         MOVE WS-ACC TO WS-NUM-VALUE
090900     END-IF.
091000
091100* SIGNED BINARY WITH THE HIGH BIT SET IS TWO'S COMPLEMENT - THE
091200* SAME DECODE THE BROWSER SHOWS.
091300 DECODE-BINARY-VALUE.
091400     MOVE "N" TO WS-NEG-SW
091500     MOVE WS-RECORD(WS-OFF:1) TO WS-BYTE
091600     IF WS-SIGNED AND FUNCTION ORD(WS-BYTE) > 128
091700         SET WS-NEG TO TRUE
091800     END-IF
091900     MOVE ZERO TO WS-ACC
092000     SET WS-DECODED TO TRUE
092100     PERFORM VARYING WS-BYTE-IDX FROM WS-OFF BY 1
092200               UNTIL WS-BYTE-IDX > WS-END OR NOT WS-DECODED
092300         MOVE WS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
092400         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
092500         IF WS-NEG
092600             COMPUTE WS-BYTE-VAL = 255 - WS-BYTE-VAL
092700         END-IF
092800         COMPUTE WS-ACC = WS-ACC * 256 + WS-BYTE-VAL
092900             ON SIZE ERROR
093000                 MOVE "N" TO WS-DECODED-SW
093100         END-COMPUTE
093200     END-PERFORM
093300     IF WS-NEG
093400         COMPUTE WS-NUM-VALUE = 0 - (WS-ACC + 1)
093500             ON SIZE ERROR
093600                 MOVE "N" TO WS-DECODED-SW
093700         END-COMPUTE
093800     ELSE
093900         MOVE WS-ACC TO WS-NUM-VALUE
094000     END-IF.
094100
094200* THE DECODED NUMBER WITH ITS DECIMAL POINT PUT BACK, FOR THE
094300* DUPLICATE LINES - "-1.50", NOT THE UNSCALED -150.
094400 FORMAT-NUMERIC-VALUE.
094500     MOVE SPACES TO WS-VALUE-TEXT
094600     MOVE SPACE TO WS-SIGN-TEXT
094700     IF WS-NUM-VALUE < 0
094800         MOVE "-" TO WS-SIGN-TEXT
094900         COMPUTE WS-ACC = 0 - WS-NUM-VALUE
095000     ELSE
095100         MOVE WS-NUM-VALUE TO WS-ACC
095200     END-IF
095300     COMPUTE WS-POWER = 10 ** WS-SCALE
095400     DIVIDE WS-ACC BY WS-POWER GIVING WS-INT-PART
095500         REMAINDER WS-FRAC-PART
095600     MOVE WS-INT-PART TO WS-INT-DISP
095700     IF WS-SCALE = 0
095800         STRING WS-SIGN-TEXT DELIMITED BY SPACE
095900                FUNCTION TRIM(WS-INT-DISP) DELIMITED BY SIZE
096000                INTO WS-VALUE-TEXT
096100     ELSE
096200         STRING WS-SIGN-TEXT DELIMITED BY SPACE
096300                FUNCTION TRIM(WS-INT-DISP) DELIMITED BY SIZE
096400                "." DELIMITED BY SIZE
096500                WS-FRAC-PART(19 - WS-SCALE:WS-SCALE)
096600                    DELIMITED BY SIZE
096700                INTO WS-VALUE-TEXT
096800     END-IF.
