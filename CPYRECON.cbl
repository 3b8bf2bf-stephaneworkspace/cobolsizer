002200*    CLASSIC TWO-FILE BALANCE LINE, SO A MILLION-RECORD MASTER
002300*    COSTS ONE PASS OVER EACH FILE AND NO MEMORY. A RECORD OUT
002400*    OF SEQUENCE IS REPORTED (ONCE PER SIDE) AND THE MATCHING
002500*    DEGRADES FROM THERE - SORT THE EXTRACTS FIRST (CPYSORT).
002600*    THE KEY SEQUENCE IS CPYSORT'S ASCENDING ORDER, NOT THE RAW
002700*    BYTES: A COMP-3, BINARY OR SIGNED DISPLAY KEY IS IN ORDER
002800*    BY THE NUMBER IT HOLDS, SO -5 COMES BEFORE 3, AND A KEY
002900*    THAT WILL NOT DECODE OR IS MISSING FROM A SHORT RECORD
003000*    COMES AHEAD OF EVERY GOOD ONE. WHEN EITHER SIDE'S KEY IS
003100*    NUMERIC BOTH ARE MATCHED AS NUMBERS AT THE LARGER OF THE
003200*    TWO SCALES, SO A KEY MOVED FROM DISPLAY TO COMP-3 STILL
003300*    MATCHES; TWO TEXT KEYS MATCH AS TEXT, THE SHORTER PADDED
003400*    WITH SPACES.
003500*
003600*    THE ENCODING PARAMETER (ASCII/EBCDIC, DEFAULT ASCII) READS
003700*    TWO MAINFRAME PARTNER FILES IN PLACE: DISPLAY BYTES - TEXT
003800*    AND ZONED NUMERICS, KEY AND FIELDS ALIKE - ARE TRANSLATED
003900*    THROUGH EBCTAB BEFORE THEY ARE DECODED OR COMPARED, AND
004000*    BOTH COPYBOOKS ARE SIZED UNDER THE IBM PROFILE.
004100*
004200*    ONLY THE FIRST 01-LEVEL RECORD OF EACH COPYBOOK IS USED AND
004300*    THE DATA FILES ARE READ RECORD SEQUENTIAL, THE SUITE'S
004400*    CONVENTIONS. OUTPUT IS "SYSOUT" (OR SPACES) FOR THE
004500*    TERMINAL OR A LINE SEQUENTIAL FILE PATH.
004600*
004700*    MODIFICATION HISTORY
004800*    2026-09-02  INITIAL VERSION.
004900*    2026-09-02  TRAILING OVERPUNCH AND +/- SIGNS ON SIGNED
005000*                DISPLAY FIELDS DECODE AS SIGNED VALUES, SO A
005100*                LEGITIMATE SIGNED BALANCE RECONCILES
005200*                NUMERICALLY INSTEAD OF AS RAW TEXT.
005300*    2026-10-15  KEYS ARE SEQUENCED AND MATCHED BY DECODED VALUE
005400*                IN CPYSORT'S ORDER INSTEAD OF BY RAW BYTES, SO
005500*                NEGATIVE PACKED, BINARY AND OVERPUNCHED KEYS
005600*                NO LONGER BREAK THE SEQUENCE.
005700*    2026-10-15  ENCODING PARAMETER (ASCII/EBCDIC) FOR MAINFRAME
005800*                PARTNER FILES.
005900*    2026-10-15  A PACKED OR BINARY VALUE TOO LARGE FOR 18 DIGITS
006000*                IS COMPARED BY ITS BYTES INSTEAD OF TRUNCATED;
006100*                KEYS ARE NUMERIC ON CPYSORT'S LENGTH LIMITS.
006200******************************************************************
006300 IDENTIFICATION DIVISION.
006400 PROGRAM-ID. CPYRECON.
006500 DATE-WRITTEN. 26/09/02.
006600 AUTHOR SYSTEMS.
006700 ENVIRONMENT DIVISION.
006800 CONFIGURATION SECTION.
006900 SOURCE-COMPUTER. RM-COBOL.
007000 OBJECT-COMPUTER. RM-COBOL.
007100 INPUT-OUTPUT SECTION.
007200 FILE-CONTROL.
007300     SELECT DATA-A-FILE ASSIGN TO DYNAMIC WS-A-PATH
007400         ORGANIZATION SEQUENTIAL
007500         FILE STATUS IS WS-A-STATUS.
007600     SELECT DATA-B-FILE ASSIGN TO DYNAMIC WS-B-PATH
007700         ORGANIZATION SEQUENTIAL
007800         FILE STATUS IS WS-B-STATUS.
007900     SELECT RPT-OUT-FILE ASSIGN TO DYNAMIC WS-OUT-PATH
008000         ORGANIZATION LINE SEQUENTIAL
008100         FILE STATUS IS WS-OUT-STATUS.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  DATA-A-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
008500         CHARACTERS DEPENDING ON WS-A-REC-LEN.
008600 01  DATA-A-REC                           PIC X(9999).
008700 FD  DATA-B-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
008800         CHARACTERS DEPENDING ON WS-B-REC-LEN.
008900 01  DATA-B-REC                           PIC X(9999).
009000 FD  RPT-OUT-FILE.
009100 01  RPT-OUT-REC                          PIC X(160).
009200 WORKING-STORAGE SECTION.
009300 01  WS-A-PATH                            PIC X(200).
009400 01  WS-A-STATUS                          PIC XX.
009500 01  WS-A-REC-LEN                         PIC 9(4).
009600 01  WS-B-PATH                            PIC X(200).
009700 01  WS-B-STATUS                          PIC XX.
009800 01  WS-B-REC-LEN                         PIC 9(4).
009900 01  WS-OUT-PATH                          PIC X(200).
010000 01  WS-OUT-STATUS                        PIC XX.
010100 01  WS-TO-SCREEN                         PIC X VALUE "Y".
010200 01  WS-OUT-LINE                          PIC X(160).
010300 01  WS-A-EOF-SW                          PIC X VALUE "N".
010400     88 WS-A-EOF                          VALUE "Y".
010500 01  WS-B-EOF-SW                          PIC X VALUE "N".
010600     88 WS-B-EOF                          VALUE "Y".
010700 01  WS-A-RECORD                          PIC X(9999).
010800 01  WS-B-RECORD                          PIC X(9999).
010900* THE BUILT COMPARE KEYS - A ONE-BYTE GOOD/BAD MARK, THEN THE
011000* NUMBER OFFSET TO 19 DIGITS OR THE TEXT - AND THE KEYS AS THE
011100* REPORT SHOWS THEM.
011200 01  WS-A-KEY                             PIC X(65).
011300 01  WS-B-KEY                             PIC X(65).
011400 01  WS-A-PREV-KEY                        PIC X(65).
011500 01  WS-B-PREV-KEY                        PIC X(65).
011600 01  WS-A-KEY-TEXT                        PIC X(64).
011700 01  WS-B-KEY-TEXT                        PIC X(64).
011800 01  WS-A-SEQ-WARNED                      PIC X VALUE "N".
011900 01  WS-B-SEQ-WARNED                      PIC X VALUE "N".
012000 01  WS-A-COUNT                           PIC 9(9) VALUE ZERO.
012100 01  WS-B-COUNT                           PIC 9(9) VALUE ZERO.
012200 01  WS-MATCH-COUNT                       PIC 9(9) VALUE ZERO.
012300 01  WS-DIFF-REC-COUNT                    PIC 9(9) VALUE ZERO.
012400 01  WS-DIFF-FLD-COUNT                    PIC 9(9) VALUE ZERO.
012500 01  WS-ONLY-A-COUNT                      PIC 9(9) VALUE ZERO.
012600 01  WS-ONLY-B-COUNT                      PIC 9(9) VALUE ZERO.
012700 01  WS-REC-DIFF-SW                       PIC X.
012800 01  WS-OLD-FIRST                         PIC 9(4).
012900 01  WS-OLD-LAST                          PIC 9(4).
013000 01  WS-NEW-FIRST                         PIC 9(4).
013100 01  WS-NEW-LAST                          PIC 9(4).
013200 01  WS-IDX                               PIC 9(4).
013300 01  WS-SCAN-IDX                          PIC 9(4).
013400 01  WS-FOUND-IDX                         PIC 9(4).
013500 01  WS-PAIR-IDX                          PIC 9(4).
013600 01  WS-KEY-OFF-A                         PIC 9(6).
013700 01  WS-KEY-LEN-A                         PIC 9(4).
013800 01  WS-KEY-OFF-B                         PIC 9(6).
013900 01  WS-KEY-LEN-B                         PIC 9(4).
014000 01  WS-KEY-IDX-A                         PIC 9(4).
014100 01  WS-KEY-IDX-B                         PIC 9(4).
014200 01  WS-KEY-NUM-A                         PIC X.
014300 01  WS-KEY-NUM-B                         PIC X.
014400 01  WS-KEY-SCALE-A                       PIC 9(2).
014500 01  WS-KEY-SCALE-B                       PIC 9(2).
014600* "Y" WHEN THE KEYS ARE MATCHED AS NUMBERS AT WS-CMP-SCALE
014700* DECIMAL PLACES, OTHERWISE AS TEXT.
014800 01  WS-CMP-NUM                           PIC X.
014900 01  WS-CMP-SCALE                         PIC 9(2).
015000* THE KEY BEING BUILT, FROM EITHER SIDE.
015100 01  WS-KEY-OFF                           PIC 9(6).
015200 01  WS-KEY-LEN                           PIC 9(4).
015300 01  WS-KEY-USAGE                         PIC X(12).
015400 01  WS-KEY-NUM                           PIC X.
015500 01  WS-KEY-SCALE                         PIC 9(2).
015600 01  WS-KEY-BYTES                         PIC X(64).
015700 01  WS-KEY-PIECE                         PIC X(65).
015800 01  WS-KEY-SHOWN                         PIC X(64).
015900 01  WS-KEY-VALUE                         PIC S9(18).
016000 01  WS-KEY-DIGITS                        PIC 9(19).
016100 01  WS-FLD-OFF                           PIC 9(6).
016200 01  WS-FLD-END                           PIC 9(6).
016300 01  WS-SLICE-LEN                         PIC 9(6).
016400 01  WS-BYTE-IDX                          PIC 9(6).
016500 01  WS-BYTE                              PIC X.
016600 01  WS-BYTE-VAL                          PIC 9(4).
016700 01  WS-NIB-HI                            PIC 9(2).
016800 01  WS-NIB-LO                            PIC 9(2).
016900 01  WS-PACKED-NUM                        PIC 9(18).
017000 01  WS-PACKED-BAD-SW                     PIC X.
017100 01  WS-DEC-OVER-SW                       PIC X.
017200 01  WS-BIN-NUM                           PIC 9(18).
017300 01  WS-BIN-NEG-SW                        PIC X.
017400     88 WS-BIN-NEG                        VALUE "Y".
017500 01  WS-NUM-VALUE                         PIC S9(18).
017600 01  WS-NUM-OK-SW                         PIC X.
017700 01  WS-TEXT-VALUE                        PIC X(40).
017800 01  WS-A-NUM                             PIC S9(18).
017900 01  WS-A-NUM-OK                          PIC X.
018000 01  WS-A-TEXT                            PIC X(40).
018100 01  WS-B-NUM                             PIC S9(18).
018200 01  WS-B-NUM-OK                          PIC X.
018300 01  WS-B-TEXT                            PIC X(40).
018400 01  WS-VALUES-DIFFER-SW                  PIC X.
018500 01  WS-PIC-NUMERIC-SW                    PIC X.
018600     88 WS-PIC-NUMERIC                    VALUE "Y".
018700 01  WS-PIC-CHAR                          PIC X.
018800 01  WS-PIC-SCAN                          PIC 9(4).
018900 01  WS-PIC-SCAN-LEN                      PIC 9(4).
019000 01  WS-PIC-LAST                          PIC X.
019100 01  WS-PIC-AFTER-V                       PIC X.
019200 01  WS-REPEAT-TEXT                       PIC X(6).
019300 01  WS-REPEAT-LEN                        PIC 9(2).
019400 01  WS-REPEAT-NUM                        PIC 9(6).
019500 01  WS-CNT-DISP                          PIC ZZZZZZZZ9.
019600 01  WS-NUM-EDIT                          PIC -(17)9.
019700 01  WS-PIC-WORK                          PIC X(35).
019800 01  WS-DEC-BYTES                         PIC X(18).
019900 01  WS-DEC-LEN                           PIC 9(4).
020000 01  WS-DEC-SIGNED-SW                     PIC X.
020100 01  WS-ZONE-LEN                          PIC 9(4).
020200 01  WS-ZONE-CHAR                         PIC X.
020300 01  WS-ZONE-POS                          PIC 9(2).
020400 01  WS-ZONE-SCAN                         PIC 9(2).
020500 01  WS-ZONE-DIGIT                        PIC 9(2).
020600 01  WS-ZONE-LEAD                         PIC S9(18).
020700 01  WS-OVERPUNCH-SET                     PIC X(22)
020800     VALUE "{ABCDEFGHI}JKLMNOPQR+-".
020900
021000 01  WS-PARSE-DIALECT                     PIC X(8)
021100                                          VALUE "RMC".
021200 01  WS-ENCODING                          PIC X(8).
021300 01  WS-TR-IDX                            PIC 9(4).
021400 01  WS-TR-VAL                            PIC 9(4).
021500
021600* NAME-MATCHED FIELD PAIRS, BUILT ONCE BEFORE THE DATA PASS -
021700* THE KEY FIELD ITSELF IS LEFT OUT, MATCHING RECORDS ALREADY
021800* PROVED IT EQUAL.
021900 01  WS-PAIR-TABLE.
022000     05 WS-PAIR-COUNT                     PIC 9(4) VALUE ZERO.
022100     05 WS-PAIR-ENTRY OCCURS 300 TIMES.
022200         10 WS-PAIR-OLD-IDX               PIC 9(4).
022300         10 WS-PAIR-NEW-IDX               PIC 9(4).
022400
022500     COPY "FLDTAB.cpy"
022600         REPLACING WS-FLD-TABLE BY WS-FLD-TABLE-O
022700                   WS-FLD-COUNT BY WS-FLD-COUNT-O
022800                   WS-FLD-ENTRY BY WS-FLD-ENTRY-O
022900                   FLD-IDX      BY FLD-IDX-O
023000                   FLD-LEVEL    BY FLD-LEVEL-O
023100                   FLD-NAME     BY FLD-NAME-O
023200                   FLD-PIC-STRING BY FLD-PIC-STRING-O
023300                   FLD-USAGE    BY FLD-USAGE-O
023400                   FLD-REDEFINES BY FLD-REDEFINES-O
023500                   FLD-OCCURS-MAX BY FLD-OCCURS-MAX-O
023600                   FLD-DEPENDING-ON BY FLD-DEPENDING-ON-O
023700                   FLD-IS-GROUP BY FLD-IS-GROUP-O
023800                   FLD-SYNC     BY FLD-SYNC-O
023900                   FLD-ELEM-LEN BY FLD-ELEM-LEN-O
024000                   FLD-LEN-MAX  BY FLD-LEN-MAX-O
024100                   FLD-LEN-MIN  BY FLD-LEN-MIN-O
024200                   FLD-OFFSET   BY FLD-OFFSET-O
024300                   FLD-DOM-FIRST BY FLD-DOM-FIRST-O
024400                   FLD-DOM-COUNT BY FLD-DOM-COUNT-O
024500                   WS-DOM-COUNT BY WS-DOM-COUNT-O
024600                   WS-DOM-ENTRY BY WS-DOM-ENTRY-O
024700                   DOM-FLD      BY DOM-FLD-O
024800                   DOM-NAME     BY DOM-NAME-O
024900                   DOM-LOW-KIND BY DOM-LOW-KIND-O
025000                   DOM-LOW      BY DOM-LOW-O
025100                   DOM-HIGH-KIND BY DOM-HIGH-KIND-O
025200                   DOM-HIGH     BY DOM-HIGH-O.
025300     COPY "FLDTAB.cpy"
025400         REPLACING WS-FLD-TABLE BY WS-FLD-TABLE-N
025500                   WS-FLD-COUNT BY WS-FLD-COUNT-N
025600                   WS-FLD-ENTRY BY WS-FLD-ENTRY-N
025700                   FLD-IDX      BY FLD-IDX-N
025800                   FLD-LEVEL    BY FLD-LEVEL-N
025900                   FLD-NAME     BY FLD-NAME-N
026000                   FLD-PIC-STRING BY FLD-PIC-STRING-N
026100                   FLD-USAGE    BY FLD-USAGE-N
026200                   FLD-REDEFINES BY FLD-REDEFINES-N
026300                   FLD-OCCURS-MAX BY FLD-OCCURS-MAX-N
026400                   FLD-DEPENDING-ON BY FLD-DEPENDING-ON-N
026500                   FLD-IS-GROUP BY FLD-IS-GROUP-N
026600                   FLD-SYNC     BY FLD-SYNC-N
026700                   FLD-ELEM-LEN BY FLD-ELEM-LEN-N
026800                   FLD-LEN-MAX  BY FLD-LEN-MAX-N
026900                   FLD-LEN-MIN  BY FLD-LEN-MIN-N
027000                   FLD-OFFSET   BY FLD-OFFSET-N
027100                   FLD-DOM-FIRST BY FLD-DOM-FIRST-N
027200                   FLD-DOM-COUNT BY FLD-DOM-COUNT-N
027300                   WS-DOM-COUNT BY WS-DOM-COUNT-N
027400                   WS-DOM-ENTRY BY WS-DOM-ENTRY-N
027500                   DOM-FLD      BY DOM-FLD-N
027600                   DOM-NAME     BY DOM-NAME-N
027700                   DOM-LOW-KIND BY DOM-LOW-KIND-N
027800                   DOM-LOW      BY DOM-LOW-N
027900                   DOM-HIGH-KIND BY DOM-HIGH-KIND-N
028000                   DOM-HIGH     BY DOM-HIGH-N.
028100     COPY "SIZERES.cpy"
028200         REPLACING WS-SIZING-RESULT BY WS-SIZING-RESULT-O
028300                   WS-RESULT-STATUS BY WS-RESULT-STATUS-O
028400                   RESULT-OK BY RESULT-OK-O
028500                   RESULT-FILE-ERROR BY RESULT-FILE-ERROR-O
028600                   WS-RESULT-RECORD-COUNT BY
028700                       WS-RESULT-RECORD-COUNT-O
028800                   WS-RESULT-TOTAL-MAX BY WS-RESULT-TOTAL-MAX-O
028900                   WS-RESULT-TOTAL-MIN BY WS-RESULT-TOTAL-MIN-O
029000                   WS-RESULT-LARGEST-NAME BY
029100                       WS-RESULT-LARGEST-NAME-O
029200                   WS-RESULT-LARGEST-LEN BY
029300                       WS-RESULT-LARGEST-LEN-O
029400                   WS-RESULT-OCCURS-COUNT BY
029500                       WS-RESULT-OCCURS-COUNT-O
029600                   WS-RESULT-DEPENDING-COUNT BY
029700                       WS-RESULT-DEPENDING-COUNT-O
029800                   WS-RESULT-OVER-LIMIT BY
029900                       WS-RESULT-OVER-LIMIT-O
030000                   RESULT-IS-OVER-LIMIT BY
030100                       RESULT-IS-OVER-LIMIT-O
030200                   WS-RESULT-OVER-RECORD BY
030300                       WS-RESULT-OVER-RECORD-O
030400                   WS-RESULT-OVER-FIELD BY
030500                       WS-RESULT-OVER-FIELD-O
030600                   WS-RESULT-OVER-BY BY WS-RESULT-OVER-BY-O.
030700     COPY "SIZERES.cpy"
030800         REPLACING WS-SIZING-RESULT BY WS-SIZING-RESULT-N
030900                   WS-RESULT-STATUS BY WS-RESULT-STATUS-N
031000                   RESULT-OK BY RESULT-OK-N
031100                   RESULT-FILE-ERROR BY RESULT-FILE-ERROR-N
031200                   WS-RESULT-RECORD-COUNT BY
031300                       WS-RESULT-RECORD-COUNT-N
031400                   WS-RESULT-TOTAL-MAX BY WS-RESULT-TOTAL-MAX-N
031500                   WS-RESULT-TOTAL-MIN BY WS-RESULT-TOTAL-MIN-N
031600                   WS-RESULT-LARGEST-NAME BY
031700                       WS-RESULT-LARGEST-NAME-N
031800                   WS-RESULT-LARGEST-LEN BY
031900                       WS-RESULT-LARGEST-LEN-N
032000                   WS-RESULT-OCCURS-COUNT BY
032100                       WS-RESULT-OCCURS-COUNT-N
032200                   WS-RESULT-DEPENDING-COUNT BY
032300                       WS-RESULT-DEPENDING-COUNT-N
032400                   WS-RESULT-OVER-LIMIT BY
032500                       WS-RESULT-OVER-LIMIT-N
032600                   RESULT-IS-OVER-LIMIT BY
032700                       RESULT-IS-OVER-LIMIT-N
032800                   WS-RESULT-OVER-RECORD BY
032900                       WS-RESULT-OVER-RECORD-N
033000                   WS-RESULT-OVER-FIELD BY
033100                       WS-RESULT-OVER-FIELD-N
033200                   WS-RESULT-OVER-BY BY WS-RESULT-OVER-BY-N.
033300     COPY "EBCTAB.cpy".
033400
033500 LINKAGE SECTION.
033600 01  LS-OLD-CPY-PATH                      PIC X(200).
033700 01  LS-NEW-CPY-PATH                      PIC X(200).
033800 01  LS-DATA-A-PATH                       PIC X(200).
033900 01  LS-DATA-B-PATH                       PIC X(200).
034000 01  LS-KEY-FIELD                         PIC X(35).
034100 01  LS-ENCODING                          PIC X(8).
034200 01  LS-OUTPUT-PATH                       PIC X(200).
034300
034400 PROCEDURE DIVISION USING LS-OLD-CPY-PATH LS-NEW-CPY-PATH
034500                           LS-DATA-A-PATH LS-DATA-B-PATH
034600                           LS-KEY-FIELD LS-ENCODING
034700                           LS-OUTPUT-PATH.
034800
034900 MAIN-RECON.
035000*    A CALLED PROGRAM KEEPS ITS LAST-USED STATE - A SECOND
035100*    RECONCILIATION IN THE SAME RUN UNIT (A CPYJOB SEQUENCE)
035200*    MUST NOT INHERIT THE FIRST ONE'S SWITCHES AND TOTALS.
035300     MOVE "N" TO WS-A-EOF-SW
035400     MOVE "N" TO WS-B-EOF-SW
035500     MOVE "N" TO WS-A-SEQ-WARNED
035600     MOVE "N" TO WS-B-SEQ-WARNED
035700     MOVE ZERO TO WS-A-COUNT WS-B-COUNT WS-MATCH-COUNT
035800                  WS-DIFF-REC-COUNT WS-DIFF-FLD-COUNT
035900                  WS-ONLY-A-COUNT WS-ONLY-B-COUNT
036000     MOVE SPACES TO WS-A-KEY WS-B-KEY
036100     MOVE SPACES TO WS-A-KEY-TEXT WS-B-KEY-TEXT
036200     MOVE FUNCTION UPPER-CASE(LS-ENCODING) TO WS-ENCODING
036300     IF WS-ENCODING = SPACES
036400         MOVE "ASCII" TO WS-ENCODING
036500     END-IF
036600     IF WS-ENCODING NOT = "ASCII" AND WS-ENCODING NOT = "EBCDIC"
036700         DISPLAY "CPYRECON: ENCODING MUST BE ASCII OR EBCDIC"
036800             " - GOT " FUNCTION TRIM(LS-ENCODING)
036900         GOBACK
037000     END-IF
037100*    BACK TO THE HOUSE PROFILE FIRST, AS THE SWITCHES ABOVE -
037200*    AN ASCII RUN AFTER AN EBCDIC ONE MUST NOT STAY ON THE IBM
037300*    PROFILE.
037400     MOVE "RMC" TO WS-PARSE-DIALECT
037500     IF WS-ENCODING = "EBCDIC"
037600         MOVE "IBM" TO WS-PARSE-DIALECT
037700     END-IF
037800     CALL "CPYPARSE" USING LS-OLD-CPY-PATH WS-FLD-TABLE-O
037900         WS-SIZING-RESULT-O WS-PARSE-DIALECT
038000     IF RESULT-FILE-ERROR-O
038100         DISPLAY "CPYRECON: UNABLE TO OPEN COPYBOOK "
038200             FUNCTION TRIM(LS-OLD-CPY-PATH)
038300         GOBACK
038400     END-IF
038500     CALL "CPYPARSE" USING LS-NEW-CPY-PATH WS-FLD-TABLE-N
038600         WS-SIZING-RESULT-N WS-PARSE-DIALECT
038700     IF RESULT-FILE-ERROR-N
038800         DISPLAY "CPYRECON: UNABLE TO OPEN COPYBOOK "
038900             FUNCTION TRIM(LS-NEW-CPY-PATH)
039000         GOBACK
039100     END-IF
039200     PERFORM FIND-OLD-RECORD
039300     PERFORM FIND-NEW-RECORD
039400     IF WS-OLD-FIRST = 0 OR WS-NEW-FIRST = 0
039500         DISPLAY "CPYRECON: A COPYBOOK HAS NO 01-LEVEL RECORD"
039600         GOBACK
039700     END-IF
039800     PERFORM RESOLVE-KEY-FIELD
039900     IF WS-KEY-LEN-A = 0 OR WS-KEY-LEN-B = 0
040000         GOBACK
040100     END-IF
040200     PERFORM SET-KEY-COMPARE
040300     PERFORM BUILD-PAIR-LIST
040400     MOVE LS-DATA-A-PATH TO WS-A-PATH
040500     OPEN INPUT DATA-A-FILE
040600     IF WS-A-STATUS NOT = "00"
040700         DISPLAY "CPYRECON: UNABLE TO OPEN DATA FILE "
040800             FUNCTION TRIM(LS-DATA-A-PATH)
040900         GOBACK
041000     END-IF
041100     MOVE LS-DATA-B-PATH TO WS-B-PATH
041200     OPEN INPUT DATA-B-FILE
041300     IF WS-B-STATUS NOT = "00"
041400         DISPLAY "CPYRECON: UNABLE TO OPEN DATA FILE "
041500             FUNCTION TRIM(LS-DATA-B-PATH)
041600         CLOSE DATA-A-FILE
041700         GOBACK
041800     END-IF
041900     PERFORM OPEN-DESTINATION
042000     PERFORM WRITE-HEADER
042100     PERFORM READ-SIDE-A
042200     PERFORM READ-SIDE-B
042300     PERFORM UNTIL WS-A-EOF AND WS-B-EOF
042400         EVALUATE TRUE
042500             WHEN WS-B-EOF
042600                 PERFORM REPORT-ONLY-A
042700                 PERFORM READ-SIDE-A
042800             WHEN WS-A-EOF
042900                 PERFORM REPORT-ONLY-B
043000                 PERFORM READ-SIDE-B
043100             WHEN WS-A-KEY < WS-B-KEY
043200                 PERFORM REPORT-ONLY-A
043300                 PERFORM READ-SIDE-A
043400             WHEN WS-A-KEY > WS-B-KEY
043500                 PERFORM REPORT-ONLY-B
043600                 PERFORM READ-SIDE-B
043700             WHEN OTHER
043800                 PERFORM COMPARE-MATCHED-PAIR
043900                 PERFORM READ-SIDE-A
044000                 PERFORM READ-SIDE-B
044100         END-EVALUATE
044200     END-PERFORM
044300     CLOSE DATA-A-FILE
044400     CLOSE DATA-B-FILE
044500     PERFORM WRITE-TOTALS
044600     PERFORM CLOSE-DESTINATION
044700     GOBACK.
044800
044900 FIND-OLD-RECORD.
045000     MOVE 0 TO WS-OLD-FIRST
045100     MOVE 0 TO WS-OLD-LAST
045200     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
045300               UNTIL WS-SCAN-IDX > WS-FLD-COUNT-O
045400         IF FLD-LEVEL-O(WS-SCAN-IDX) = 1
045500             IF WS-OLD-FIRST = 0
045600                 MOVE WS-SCAN-IDX TO WS-OLD-FIRST
045700                 MOVE WS-FLD-COUNT-O TO WS-OLD-LAST
045800             ELSE
045900                 IF WS-OLD-LAST = WS-FLD-COUNT-O
046000                   AND WS-SCAN-IDX > WS-OLD-FIRST
046100                     COMPUTE WS-OLD-LAST = WS-SCAN-IDX - 1
046200                 END-IF
046300             END-IF
046400         END-IF
046500     END-PERFORM.
046600
046700 FIND-NEW-RECORD.
046800     MOVE 0 TO WS-NEW-FIRST
046900     MOVE 0 TO WS-NEW-LAST
047000     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
047100               UNTIL WS-SCAN-IDX > WS-FLD-COUNT-N
047200         IF FLD-LEVEL-N(WS-SCAN-IDX) = 1
047300             IF WS-NEW-FIRST = 0
047400                 MOVE WS-SCAN-IDX TO WS-NEW-FIRST
047500                 MOVE WS-FLD-COUNT-N TO WS-NEW-LAST
047600             ELSE
047700                 IF WS-NEW-LAST = WS-FLD-COUNT-N
047800                   AND WS-SCAN-IDX > WS-NEW-FIRST
047900                     COMPUTE WS-NEW-LAST = WS-SCAN-IDX - 1
048000                 END-IF
048100             END-IF
048200         END-IF
048300     END-PERFORM.
048400
048500* THE KEY FIELD MUST EXIST BY NAME IN BOTH COPYBOOKS; ITS
048600* OFFSET AND LENGTH ON EACH SIDE COME FROM THAT SIDE'S FIELD
048700* TABLE (UP TO 64 BYTES, THE SAME CEILING THE INDEXED TOOLS
048800* DECLARE). ZERO LENGTHS SIGNAL THE CALLER TO STOP.
048900 RESOLVE-KEY-FIELD.
049000     MOVE 0 TO WS-KEY-LEN-A
049100     MOVE 0 TO WS-KEY-LEN-B
049200     MOVE 0 TO WS-FOUND-IDX
049300     PERFORM VARYING WS-SCAN-IDX FROM WS-OLD-FIRST BY 1
049400               UNTIL WS-SCAN-IDX > WS-OLD-LAST
049500                  OR WS-FOUND-IDX > 0
049600         IF FUNCTION TRIM(FLD-NAME-O(WS-SCAN-IDX)) =
049700            FUNCTION TRIM(LS-KEY-FIELD)
049800             MOVE WS-SCAN-IDX TO WS-FOUND-IDX
049900         END-IF
050000     END-PERFORM
050100     IF WS-FOUND-IDX = 0
050200         DISPLAY "CPYRECON: KEY FIELD "
050300             FUNCTION TRIM(LS-KEY-FIELD) " NOT IN "
050400             FUNCTION TRIM(LS-OLD-CPY-PATH)
050500     ELSE
050600         MOVE WS-FOUND-IDX TO WS-KEY-IDX-A
050700         MOVE FLD-OFFSET-O(WS-FOUND-IDX) TO WS-KEY-OFF-A
050800         MOVE FLD-LEN-MAX-O(WS-FOUND-IDX) TO WS-KEY-LEN-A
050900         IF WS-KEY-LEN-A > 64
051000             MOVE 64 TO WS-KEY-LEN-A
051100         END-IF
051200     END-IF
051300     MOVE 0 TO WS-FOUND-IDX
051400     PERFORM VARYING WS-SCAN-IDX FROM WS-NEW-FIRST BY 1
051500               UNTIL WS-SCAN-IDX > WS-NEW-LAST
051600                  OR WS-FOUND-IDX > 0
051700         IF FUNCTION TRIM(FLD-NAME-N(WS-SCAN-IDX)) =
051800            FUNCTION TRIM(LS-KEY-FIELD)
051900             MOVE WS-SCAN-IDX TO WS-FOUND-IDX
052000         END-IF
052100     END-PERFORM
052200     IF WS-FOUND-IDX = 0
052300         DISPLAY "CPYRECON: KEY FIELD "
052400             FUNCTION TRIM(LS-KEY-FIELD) " NOT IN "
052500             FUNCTION TRIM(LS-NEW-CPY-PATH)
052600     ELSE
052700         MOVE WS-FOUND-IDX TO WS-KEY-IDX-B
052800         MOVE FLD-OFFSET-N(WS-FOUND-IDX) TO WS-KEY-OFF-B
052900         MOVE FLD-LEN-MAX-N(WS-FOUND-IDX) TO WS-KEY-LEN-B
053000         IF WS-KEY-LEN-B > 64
053100             MOVE 64 TO WS-KEY-LEN-B
053200         END-IF
053300     END-IF.
053400
053500* HOW THE KEYS ARE MATCHED: AS NUMBERS WHEN EITHER SIDE'S KEY
053600* IS NUMERIC (UP TO 10 BYTES PACKED, 8 BINARY OR 18 OF A
053700* NUMERIC DISPLAY PICTURE - CPYSORT'S LIMITS), AT THE LARGER OF
053800* THE TWO SCALES; OTHERWISE AS TEXT.
053900 SET-KEY-COMPARE.
054000     MOVE FLD-USAGE-O(WS-KEY-IDX-A) TO WS-KEY-USAGE
054100     MOVE FLD-PIC-STRING-O(WS-KEY-IDX-A) TO WS-PIC-WORK
054200     MOVE FLD-ELEM-LEN-O(WS-KEY-IDX-A) TO WS-KEY-LEN
054300     PERFORM CLASSIFY-KEY-FIELD
054400     MOVE WS-KEY-NUM TO WS-KEY-NUM-A
054500     MOVE WS-KEY-SCALE TO WS-KEY-SCALE-A
054600     MOVE FLD-USAGE-N(WS-KEY-IDX-B) TO WS-KEY-USAGE
054700     MOVE FLD-PIC-STRING-N(WS-KEY-IDX-B) TO WS-PIC-WORK
054800     MOVE FLD-ELEM-LEN-N(WS-KEY-IDX-B) TO WS-KEY-LEN
054900     PERFORM CLASSIFY-KEY-FIELD
055000     MOVE WS-KEY-NUM TO WS-KEY-NUM-B
055100     MOVE WS-KEY-SCALE TO WS-KEY-SCALE-B
055200     MOVE "N" TO WS-CMP-NUM
055300     MOVE 0 TO WS-CMP-SCALE
055400     IF WS-KEY-NUM-A = "Y" OR WS-KEY-NUM-B = "Y"
055500         MOVE "Y" TO WS-CMP-NUM
055600         MOVE WS-KEY-SCALE-A TO WS-CMP-SCALE
055700         IF WS-KEY-SCALE-B > WS-CMP-SCALE
055800             MOVE WS-KEY-SCALE-B TO WS-CMP-SCALE
055900         END-IF
056000     END-IF.
056100
056200 CLASSIFY-KEY-FIELD.
056300     MOVE "N" TO WS-KEY-NUM
056400     PERFORM COUNT-PIC-SCALE
056500     EVALUATE WS-KEY-USAGE
056600         WHEN "COMP-3"
056700             IF WS-KEY-LEN <= 10
056800                 MOVE "Y" TO WS-KEY-NUM
056900             END-IF
057000         WHEN "BINARY"
057100             IF WS-KEY-LEN <= 8
057200                 MOVE "Y" TO WS-KEY-NUM
057300             END-IF
057400         WHEN "DISPLAY"
057500             PERFORM CHECK-PIC-NUMERIC
057600             IF WS-PIC-NUMERIC AND WS-KEY-LEN <= 18
057700                 MOVE "Y" TO WS-KEY-NUM
057800             END-IF
057900         WHEN OTHER
058000             CONTINUE
058100     END-EVALUATE.
058200
058300* THE DIGIT POSITIONS AFTER THE V OF THE PICTURE IN
058400* WS-PIC-WORK, REPEAT COUNTS INCLUDED.
058500 COUNT-PIC-SCALE.
058600     MOVE 0 TO WS-KEY-SCALE
058700     MOVE "N" TO WS-PIC-AFTER-V
058800     MOVE SPACE TO WS-PIC-LAST
058900     MOVE 0 TO WS-PIC-SCAN-LEN
059000     IF WS-PIC-WORK NOT = SPACES
059100         COMPUTE WS-PIC-SCAN-LEN = FUNCTION LENGTH(
059200             FUNCTION TRIM(WS-PIC-WORK))
059300     END-IF
059400     MOVE 1 TO WS-PIC-SCAN
059500     PERFORM UNTIL WS-PIC-SCAN > WS-PIC-SCAN-LEN
059600         MOVE WS-PIC-WORK(WS-PIC-SCAN:1) TO WS-PIC-CHAR
059700         EVALUATE WS-PIC-CHAR
059800             WHEN "V"
059900                 MOVE "Y" TO WS-PIC-AFTER-V
060000             WHEN "9"
060100                 IF WS-PIC-AFTER-V = "Y"
060200                     ADD 1 TO WS-KEY-SCALE
060300                 END-IF
060400             WHEN "("
060500                 PERFORM READ-PIC-REPEAT
060600             WHEN OTHER
060700                 CONTINUE
060800         END-EVALUATE
060900         IF WS-PIC-CHAR NOT = "("
061000             MOVE WS-PIC-CHAR TO WS-PIC-LAST
061100         END-IF
061200         ADD 1 TO WS-PIC-SCAN
061300     END-PERFORM.
061400
061500* A REPEAT COUNT n AFTER A 9 TO THE RIGHT OF THE V ADDS n - 1
061600* MORE DECIMAL PLACES (THE 9 ITSELF WAS COUNTED ALREADY).
061700 READ-PIC-REPEAT.
061800     MOVE SPACES TO WS-REPEAT-TEXT
061900     MOVE ZERO TO WS-REPEAT-LEN
062000     ADD 1 TO WS-PIC-SCAN
062100     PERFORM UNTIL WS-PIC-SCAN > WS-PIC-SCAN-LEN
062200                OR WS-PIC-WORK(WS-PIC-SCAN:1) = ")"
062300         IF WS-REPEAT-LEN < 6
062400             ADD 1 TO WS-REPEAT-LEN
062500             MOVE WS-PIC-WORK(WS-PIC-SCAN:1)
062600                  TO WS-REPEAT-TEXT(WS-REPEAT-LEN:1)
062700         END-IF
062800         ADD 1 TO WS-PIC-SCAN
062900     END-PERFORM
063000     IF WS-REPEAT-LEN > 0
063100       AND WS-REPEAT-TEXT(1:WS-REPEAT-LEN) IS NUMERIC
063200         COMPUTE WS-REPEAT-NUM =
063300             FUNCTION NUMVAL(WS-REPEAT-TEXT(1:WS-REPEAT-LEN))
063400         IF WS-PIC-LAST = "9" AND WS-PIC-AFTER-V = "Y"
063500           AND WS-REPEAT-NUM > 0
063600             COMPUTE WS-KEY-SCALE =
063700                 WS-KEY-SCALE + WS-REPEAT-NUM - 1
063800         END-IF
063900     END-IF.
064000
064100* EVERY ELEMENTARY NEW FIELD IS MATCHED BY NAME AGAINST THE OLD
064200* RECORD, THE SAME PASS CPYCONV MAKES. THE KEY FIELD IS LEFT
064300* OUT - EQUALITY OF THE KEYS IS WHAT MATCHED THE RECORDS.
064400 BUILD-PAIR-LIST.
064500     MOVE ZERO TO WS-PAIR-COUNT
064600     PERFORM VARYING WS-IDX FROM WS-NEW-FIRST BY 1
064700               UNTIL WS-IDX > WS-NEW-LAST
064800         IF FLD-IS-GROUP-N(WS-IDX) = "N"
064900           AND FLD-NAME-N(WS-IDX) NOT = "FILLER"
065000           AND FUNCTION TRIM(FLD-NAME-N(WS-IDX)) NOT =
065100               FUNCTION TRIM(LS-KEY-FIELD)
065200             PERFORM MATCH-ONE-PAIR
065300         END-IF
065400     END-PERFORM.
065500
065600 MATCH-ONE-PAIR.
065700     MOVE 0 TO WS-FOUND-IDX
065800     PERFORM VARYING WS-SCAN-IDX FROM WS-OLD-FIRST BY 1
065900               UNTIL WS-SCAN-IDX > WS-OLD-LAST
066000                  OR WS-FOUND-IDX > 0
066100         IF FLD-IS-GROUP-O(WS-SCAN-IDX) = "N"
066200           AND FLD-NAME-O(WS-SCAN-IDX) = FLD-NAME-N(WS-IDX)
066300             MOVE WS-SCAN-IDX TO WS-FOUND-IDX
066400         END-IF
066500     END-PERFORM
066600     IF WS-FOUND-IDX > 0
066700         IF WS-PAIR-COUNT < 300
066800             ADD 1 TO WS-PAIR-COUNT
066900             MOVE WS-FOUND-IDX
067000                  TO WS-PAIR-OLD-IDX(WS-PAIR-COUNT)
067100             MOVE WS-IDX TO WS-PAIR-NEW-IDX(WS-PAIR-COUNT)
067200         ELSE
067300             DISPLAY "CPYRECON: PAIR TABLE FULL - "
067400                 FUNCTION TRIM(FLD-NAME-N(WS-IDX))
067500                 " NOT COMPARED"
067600         END-IF
067700     END-IF.
067800
067900 READ-SIDE-A.
068000     READ DATA-A-FILE INTO WS-A-RECORD
068100         AT END
068200             SET WS-A-EOF TO TRUE
068300         NOT AT END
068400             ADD 1 TO WS-A-COUNT
068500             MOVE WS-A-KEY TO WS-A-PREV-KEY
068600             PERFORM BUILD-A-KEY
068700             IF WS-A-COUNT > 1
068800               AND WS-A-KEY < WS-A-PREV-KEY
068900               AND WS-A-SEQ-WARNED = "N"
069000                 PERFORM REPORT-A-OUT-OF-SEQ
069100             END-IF
069200     END-READ
069300     IF NOT WS-A-EOF AND WS-A-STATUS NOT = "00"
069400         SET WS-A-EOF TO TRUE
069500     END-IF.
069600
069700 READ-SIDE-B.
069800     READ DATA-B-FILE INTO WS-B-RECORD
069900         AT END
070000             SET WS-B-EOF TO TRUE
070100         NOT AT END
070200             ADD 1 TO WS-B-COUNT
070300             MOVE WS-B-KEY TO WS-B-PREV-KEY
070400             PERFORM BUILD-B-KEY
070500             IF WS-B-COUNT > 1
070600               AND WS-B-KEY < WS-B-PREV-KEY
070700               AND WS-B-SEQ-WARNED = "N"
070800                 PERFORM REPORT-B-OUT-OF-SEQ
070900             END-IF
071000     END-READ
071100     IF NOT WS-B-EOF AND WS-B-STATUS NOT = "00"
071200         SET WS-B-EOF TO TRUE
071300     END-IF.
071400
071500* EACH SIDE'S COMPARE KEY, BUILT THE WAY CPYSORT BUILDS ITS
071600* SORT KEY SO A FILE CPYSORT PUT IN ORDER IS IN SEQUENCE HERE.
071700 BUILD-A-KEY.
071800     MOVE WS-KEY-IDX-A TO WS-IDX
071900     MOVE WS-KEY-OFF-A TO WS-KEY-OFF
072000     MOVE WS-KEY-LEN-A TO WS-KEY-LEN
072100     MOVE WS-KEY-SCALE-A TO WS-KEY-SCALE
072200     MOVE FLD-USAGE-O(WS-IDX) TO WS-KEY-USAGE
072300     MOVE LOW-VALUES TO WS-KEY-PIECE
072400     MOVE "0" TO WS-KEY-PIECE(1:1)
072500     MOVE "?" TO WS-KEY-SHOWN
072600     IF WS-KEY-OFF + WS-KEY-LEN - 1 <= WS-A-REC-LEN
072700         MOVE WS-A-RECORD(WS-KEY-OFF:WS-KEY-LEN)
072800              TO WS-KEY-BYTES
072900         IF WS-CMP-NUM = "Y"
073000             PERFORM DECODE-OLD-FIELD
073100         END-IF
073200         PERFORM BUILD-KEY-PIECE
073300     END-IF
073400     MOVE WS-KEY-PIECE TO WS-A-KEY
073500     MOVE WS-KEY-SHOWN TO WS-A-KEY-TEXT.
073600
073700 BUILD-B-KEY.
073800     MOVE WS-KEY-IDX-B TO WS-IDX
073900     MOVE WS-KEY-OFF-B TO WS-KEY-OFF
074000     MOVE WS-KEY-LEN-B TO WS-KEY-LEN
074100     MOVE WS-KEY-SCALE-B TO WS-KEY-SCALE
074200     MOVE FLD-USAGE-N(WS-IDX) TO WS-KEY-USAGE
074300     MOVE LOW-VALUES TO WS-KEY-PIECE
074400     MOVE "0" TO WS-KEY-PIECE(1:1)
074500     MOVE "?" TO WS-KEY-SHOWN
074600     IF WS-KEY-OFF + WS-KEY-LEN - 1 <= WS-B-REC-LEN
074700         MOVE WS-B-RECORD(WS-KEY-OFF:WS-KEY-LEN)
074800              TO WS-KEY-BYTES
074900         IF WS-CMP-NUM = "Y"
075000             PERFORM DECODE-NEW-FIELD
075100         END-IF
075200         PERFORM BUILD-KEY-PIECE
075300     END-IF
075400     MOVE WS-KEY-PIECE TO WS-B-KEY
075500     MOVE WS-KEY-SHOWN TO WS-B-KEY-TEXT.
075600
075700* "1" AND THE VALUE FOR A GOOD KEY, "0" AND THE RAW BYTES FOR
075800* ONE THAT WILL NOT DECODE. A NUMBER IS SCALED TO WS-CMP-SCALE
075900* AND OFFSET BY 10**18 - 1 SO EVERY VALUE IS A POSITIVE
076000* 19-DIGIT STRING THAT ORDERS AS THE NUMBERS DO; A TEXT KEY
076100* HOLDING ONLY DIGITS TAKES PART BY ITS VALUE. DISPLAY BYTES OF
076200* AN EBCDIC FILE ARE TRANSLATED FIRST.
076300 BUILD-KEY-PIECE.
076400     IF WS-ENCODING = "EBCDIC" AND WS-KEY-USAGE = "DISPLAY"
076500         PERFORM VARYING WS-TR-IDX FROM 1 BY 1
076600                   UNTIL WS-TR-IDX > WS-KEY-LEN
076700             COMPUTE WS-TR-VAL = FUNCTION ORD(
076800                 WS-KEY-BYTES(WS-TR-IDX:1))
076900             MOVE WS-E2A-BYTE(WS-TR-VAL)
077000                  TO WS-KEY-BYTES(WS-TR-IDX:1)
077100         END-PERFORM
077200     END-IF
077300     IF WS-KEY-USAGE = "DISPLAY"
077400         MOVE WS-KEY-BYTES TO WS-KEY-SHOWN
077500     ELSE
077600         MOVE WS-TEXT-VALUE TO WS-KEY-SHOWN
077700     END-IF
077800     IF WS-CMP-NUM = "Y"
077900         IF WS-NUM-OK-SW = "N" AND WS-KEY-USAGE = "DISPLAY"
078000           AND WS-KEY-LEN <= 18
078100             IF WS-KEY-BYTES(1:WS-KEY-LEN) IS NUMERIC
078200                 COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL(
078300                     WS-KEY-BYTES(1:WS-KEY-LEN))
078400                 MOVE "Y" TO WS-NUM-OK-SW
078500             END-IF
078600         END-IF
078700         IF WS-NUM-OK-SW = "Y"
078800             COMPUTE WS-KEY-VALUE = WS-NUM-VALUE
078900                 * 10 ** (WS-CMP-SCALE - WS-KEY-SCALE)
079000                 ON SIZE ERROR
079100                     MOVE "N" TO WS-NUM-OK-SW
079200             END-COMPUTE
079300         END-IF
079400         IF WS-NUM-OK-SW = "Y"
079500             COMPUTE WS-KEY-DIGITS =
079600                 WS-KEY-VALUE + 999999999999999999
079700             MOVE "1" TO WS-KEY-PIECE(1:1)
079800             MOVE WS-KEY-DIGITS TO WS-KEY-PIECE(2:19)
079900         ELSE
080000             MOVE WS-KEY-BYTES(1:WS-KEY-LEN)
080100                  TO WS-KEY-PIECE(2:WS-KEY-LEN)
080200         END-IF
080300     ELSE
080400         MOVE "1" TO WS-KEY-PIECE(1:1)
080500         MOVE SPACES TO WS-KEY-PIECE(2:64)
080600         MOVE WS-KEY-BYTES(1:WS-KEY-LEN)
080700              TO WS-KEY-PIECE(2:WS-KEY-LEN)
080800     END-IF.
080900
081000 REPORT-A-OUT-OF-SEQ.
081100     MOVE "Y" TO WS-A-SEQ-WARNED
081200     MOVE SPACES TO WS-OUT-LINE
081300     STRING "WARNING: OLD FILE OUT OF KEY SEQUENCE AT KEY '"
081400            FUNCTION TRIM(WS-A-KEY-TEXT) "'"
081500            DELIMITED BY SIZE INTO WS-OUT-LINE
081600     PERFORM EMIT-LINE.
081700
081800 REPORT-B-OUT-OF-SEQ.
081900     MOVE "Y" TO WS-B-SEQ-WARNED
082000     MOVE SPACES TO WS-OUT-LINE
082100     STRING "WARNING: NEW FILE OUT OF KEY SEQUENCE AT KEY '"
082200            FUNCTION TRIM(WS-B-KEY-TEXT) "'"
082300            DELIMITED BY SIZE INTO WS-OUT-LINE
082400     PERFORM EMIT-LINE.
082500
082600 REPORT-ONLY-A.
082700     ADD 1 TO WS-ONLY-A-COUNT
082800     MOVE SPACES TO WS-OUT-LINE
082900     STRING "KEY='" FUNCTION TRIM(WS-A-KEY-TEXT)
083000            "' ONLY IN OLD FILE"
083100            DELIMITED BY SIZE INTO WS-OUT-LINE
083200     PERFORM EMIT-LINE.
083300
083400 REPORT-ONLY-B.
083500     ADD 1 TO WS-ONLY-B-COUNT
083600     MOVE SPACES TO WS-OUT-LINE
083700     STRING "KEY='" FUNCTION TRIM(WS-B-KEY-TEXT)
083800            "' ONLY IN NEW FILE"
083900            DELIMITED BY SIZE INTO WS-OUT-LINE
084000     PERFORM EMIT-LINE.
084100
084200 COMPARE-MATCHED-PAIR.
084300     ADD 1 TO WS-MATCH-COUNT
084400     MOVE "N" TO WS-REC-DIFF-SW
084500     PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
084600               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
084700         PERFORM COMPARE-ONE-FIELD
084800     END-PERFORM
084900     IF WS-REC-DIFF-SW = "Y"
085000         ADD 1 TO WS-DIFF-REC-COUNT
085100     END-IF.
085200
085300 COMPARE-ONE-FIELD.
085400     MOVE WS-PAIR-OLD-IDX(WS-PAIR-IDX) TO WS-IDX
085500     PERFORM DECODE-OLD-FIELD
085600     MOVE WS-NUM-VALUE TO WS-A-NUM
085700     MOVE WS-NUM-OK-SW TO WS-A-NUM-OK
085800     MOVE WS-TEXT-VALUE TO WS-A-TEXT
085900     MOVE WS-PAIR-NEW-IDX(WS-PAIR-IDX) TO WS-IDX
086000     PERFORM DECODE-NEW-FIELD
086100     MOVE WS-NUM-VALUE TO WS-B-NUM
086200     MOVE WS-NUM-OK-SW TO WS-B-NUM-OK
086300     MOVE WS-TEXT-VALUE TO WS-B-TEXT
086400     MOVE "N" TO WS-VALUES-DIFFER-SW
086500     IF WS-A-NUM-OK = "Y" AND WS-B-NUM-OK = "Y"
086600         IF WS-A-NUM NOT = WS-B-NUM
086700             MOVE "Y" TO WS-VALUES-DIFFER-SW
086800         END-IF
086900     ELSE
087000         IF FUNCTION TRIM(WS-A-TEXT) NOT =
087100            FUNCTION TRIM(WS-B-TEXT)
087200             MOVE "Y" TO WS-VALUES-DIFFER-SW
087300         END-IF
087400     END-IF
087500     IF WS-VALUES-DIFFER-SW = "Y"
087600         ADD 1 TO WS-DIFF-FLD-COUNT
087700         MOVE "Y" TO WS-REC-DIFF-SW
087800         MOVE SPACES TO WS-OUT-LINE
087900         STRING "KEY='" FUNCTION TRIM(WS-B-KEY-TEXT)
088000                "' FIELD="
088100                FUNCTION TRIM(FLD-NAME-N(
088200                    WS-PAIR-NEW-IDX(WS-PAIR-IDX)))
088300                " OLD='" FUNCTION TRIM(WS-A-TEXT)
088400                "' NEW='" FUNCTION TRIM(WS-B-TEXT) "'"
088500                DELIMITED BY SIZE INTO WS-OUT-LINE
088600                ON OVERFLOW
088700                    DISPLAY "CPYRECON: DIFFERENCE LINE "
088800                        "TRUNCATED"
088900         END-STRING
089000         PERFORM EMIT-LINE
089100     END-IF.
089200
089300* DECODES ENTRY WS-IDX OF THE OLD TABLE OUT OF THE OLD RECORD:
089400* WS-NUM-OK-SW "Y" AND WS-NUM-VALUE FOR NUMERIC-CAPABLE VALUES,
089500* WS-TEXT-VALUE ALWAYS - THE SAME DECODES THE BROWSER AND THE
089600* PROFILER USE. A FIELD PAST THE END OF A SHORT RECORD DECODES
089700* AS EMPTY.
089800 DECODE-OLD-FIELD.
089900     MOVE "N" TO WS-NUM-OK-SW
090000     MOVE SPACES TO WS-TEXT-VALUE
090100     MOVE ZERO TO WS-NUM-VALUE
090200     MOVE FLD-OFFSET-O(WS-IDX) TO WS-FLD-OFF
090300     COMPUTE WS-FLD-END = WS-FLD-OFF
090400         + FLD-ELEM-LEN-O(WS-IDX) - 1
090500     IF FLD-ELEM-LEN-O(WS-IDX) = 0
090600       OR WS-FLD-END > WS-A-REC-LEN
090700         CONTINUE
090800     ELSE
090900         MOVE FLD-ELEM-LEN-O(WS-IDX) TO WS-SLICE-LEN
091000         IF WS-SLICE-LEN > 40
091100             MOVE 40 TO WS-SLICE-LEN
091200         END-IF
091300         MOVE WS-A-RECORD(WS-FLD-OFF:WS-SLICE-LEN)
091400              TO WS-TEXT-VALUE
091500         IF WS-ENCODING = "EBCDIC"
091600           AND FLD-USAGE-O(WS-IDX) = "DISPLAY"
091700             PERFORM TRANSLATE-TEXT-VALUE
091800         END-IF
091900         EVALUATE FLD-USAGE-O(WS-IDX)
092000             WHEN "DISPLAY"
092100                 MOVE FLD-PIC-STRING-O(WS-IDX)
092200                      TO WS-PIC-WORK
092300                 PERFORM CHECK-PIC-NUMERIC
092400                 IF WS-PIC-NUMERIC
092500                   AND FLD-ELEM-LEN-O(WS-IDX) <= 18
092600                     IF WS-TEXT-VALUE(1:
092700                         FLD-ELEM-LEN-O(WS-IDX)) IS NUMERIC
092800                         COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL(
092900                             WS-TEXT-VALUE(1:
093000                                 FLD-ELEM-LEN-O(WS-IDX)))
093100                         MOVE "Y" TO WS-NUM-OK-SW
093200                     ELSE
093300                         IF WS-PIC-WORK(1:1) = "S"
093400                             MOVE FLD-ELEM-LEN-O(WS-IDX)
093500                                  TO WS-ZONE-LEN
093600                             PERFORM DECODE-ZONED-SIGNED
093700                         END-IF
093800                     END-IF
093900                 END-IF
094000             WHEN "COMP-3"
094100                 IF FLD-ELEM-LEN-O(WS-IDX) <= 18
094200                     MOVE WS-A-RECORD(WS-FLD-OFF:
094300                         FLD-ELEM-LEN-O(WS-IDX))
094400                         TO WS-DEC-BYTES
094500                     MOVE FLD-ELEM-LEN-O(WS-IDX)
094600                          TO WS-DEC-LEN
094700                     PERFORM DECODE-PACKED-VALUE
094800                 END-IF
094900             WHEN "BINARY"
095000                 IF FLD-ELEM-LEN-O(WS-IDX) <= 18
095100                     MOVE WS-A-RECORD(WS-FLD-OFF:
095200                         FLD-ELEM-LEN-O(WS-IDX))
095300                         TO WS-DEC-BYTES
095400                     MOVE FLD-ELEM-LEN-O(WS-IDX)
095500                          TO WS-DEC-LEN
095600                     IF FLD-PIC-STRING-O(WS-IDX)(1:1) = "S"
095700                         MOVE "Y" TO WS-DEC-SIGNED-SW
095800                     ELSE
095900                         MOVE "N" TO WS-DEC-SIGNED-SW
096000                     END-IF
096100                     PERFORM DECODE-BINARY-VALUE
096200                 END-IF
096300             WHEN OTHER
096400                 CONTINUE
096500         END-EVALUATE
096600     END-IF.
096700
096800* SAME DECODE AGAINST THE NEW TABLE AND THE NEW RECORD.
096900 DECODE-NEW-FIELD.
097000     MOVE "N" TO WS-NUM-OK-SW
097100     MOVE SPACES TO WS-TEXT-VALUE
097200     MOVE ZERO TO WS-NUM-VALUE
097300     MOVE FLD-OFFSET-N(WS-IDX) TO WS-FLD-OFF
097400     COMPUTE WS-FLD-END = WS-FLD-OFF
097500         + FLD-ELEM-LEN-N(WS-IDX) - 1
097600     IF FLD-ELEM-LEN-N(WS-IDX) = 0
097700       OR WS-FLD-END > WS-B-REC-LEN
097800         CONTINUE
097900     ELSE
098000         MOVE FLD-ELEM-LEN-N(WS-IDX) TO WS-SLICE-LEN
098100         IF WS-SLICE-LEN > 40
098200             MOVE 40 TO WS-SLICE-LEN
098300         END-IF
098400         MOVE WS-B-RECORD(WS-FLD-OFF:WS-SLICE-LEN)
098500              TO WS-TEXT-VALUE
098600         IF WS-ENCODING = "EBCDIC"
098700           AND FLD-USAGE-N(WS-IDX) = "DISPLAY"
098800             PERFORM TRANSLATE-TEXT-VALUE
098900         END-IF
099000         EVALUATE FLD-USAGE-N(WS-IDX)
099100             WHEN "DISPLAY"
099200                 MOVE FLD-PIC-STRING-N(WS-IDX)
099300                      TO WS-PIC-WORK
099400                 PERFORM CHECK-PIC-NUMERIC
099500                 IF WS-PIC-NUMERIC
099600                   AND FLD-ELEM-LEN-N(WS-IDX) <= 18
099700                     IF WS-TEXT-VALUE(1:
099800                         FLD-ELEM-LEN-N(WS-IDX)) IS NUMERIC
099900                         COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL(
100000                             WS-TEXT-VALUE(1:
100100                                 FLD-ELEM-LEN-N(WS-IDX)))
100200                         MOVE "Y" TO WS-NUM-OK-SW
100300                     ELSE
100400                         IF WS-PIC-WORK(1:1) = "S"
100500                             MOVE FLD-ELEM-LEN-N(WS-IDX)
100600                                  TO WS-ZONE-LEN
100700                             PERFORM DECODE-ZONED-SIGNED
100800                         END-IF
100900                     END-IF
101000                 END-IF
101100             WHEN "COMP-3"
101200                 IF FLD-ELEM-LEN-N(WS-IDX) <= 18
101300                     MOVE WS-B-RECORD(WS-FLD-OFF:
101400                         FLD-ELEM-LEN-N(WS-IDX))
101500                         TO WS-DEC-BYTES
101600                     MOVE FLD-ELEM-LEN-N(WS-IDX)
101700                          TO WS-DEC-LEN
101800                     PERFORM DECODE-PACKED-VALUE
101900                 END-IF
102000             WHEN "BINARY"
102100                 IF FLD-ELEM-LEN-N(WS-IDX) <= 18
102200                     MOVE WS-B-RECORD(WS-FLD-OFF:
102300                         FLD-ELEM-LEN-N(WS-IDX))
102400                         TO WS-DEC-BYTES
102500                     MOVE FLD-ELEM-LEN-N(WS-IDX)
102600                          TO WS-DEC-LEN
102700                     IF FLD-PIC-STRING-N(WS-IDX)(1:1) = "S"
102800                         MOVE "Y" TO WS-DEC-SIGNED-SW
102900                     ELSE
103000                         MOVE "N" TO WS-DEC-SIGNED-SW
103100                     END-IF
103200                     PERFORM DECODE-BINARY-VALUE
103300                 END-IF
103400             WHEN OTHER
103500                 CONTINUE
103600         END-EVALUATE
103700     END-IF.
103800
103900* A DISPLAY FIELD OF AN EBCDIC FILE, TRANSLATED TO ASCII
104000* BEFORE IT IS DECODED OR COMPARED.
104100 TRANSLATE-TEXT-VALUE.
104200     PERFORM VARYING WS-TR-IDX FROM 1 BY 1
104300               UNTIL WS-TR-IDX > WS-SLICE-LEN
104400         COMPUTE WS-TR-VAL = FUNCTION ORD(
104500             WS-TEXT-VALUE(WS-TR-IDX:1))
104600         MOVE WS-E2A-BYTE(WS-TR-VAL)
104700              TO WS-TEXT-VALUE(WS-TR-IDX:1)
104800     END-PERFORM.
104900
105000* BOTH SIDES FUNNEL THEIR RAW BYTES THROUGH WS-DEC-BYTES SO THE
105100* PACKED AND BINARY DECODERS EXIST ONCE. THE DECODED NUMBER
105200* ALSO REPLACES WS-TEXT-VALUE, SO THE REPORT PRINTS THE VALUE
105300* AND NOT THE RAW BYTES.
105400* A PACKED OR BINARY VALUE TOO LARGE FOR 18 DIGITS (A 10-BYTE
105500* COMP-3 OR 8-BYTE BINARY CAN HOLD ONE) IS NOT DECODED: ITS RAW
105600* BYTES STAY IN WS-TEXT-VALUE AND ARE COMPARED AS THEY STAND.
105700 DECODE-PACKED-VALUE.
105800     MOVE ZERO TO WS-PACKED-NUM
105900     MOVE "N" TO WS-PACKED-BAD-SW
106000     MOVE "N" TO WS-DEC-OVER-SW
106100     MOVE "N" TO WS-BIN-NEG-SW
106200     PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
106300               UNTIL WS-BYTE-IDX > WS-DEC-LEN
106400         MOVE WS-DEC-BYTES(WS-BYTE-IDX:1) TO WS-BYTE
106500         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
106600         DIVIDE WS-BYTE-VAL BY 16 GIVING WS-NIB-HI
106700             REMAINDER WS-NIB-LO
106800         IF WS-NIB-HI > 9
106900             MOVE "Y" TO WS-PACKED-BAD-SW
107000             MOVE WS-DEC-LEN TO WS-BYTE-IDX
107100         ELSE
107200             COMPUTE WS-PACKED-NUM =
107300                 WS-PACKED-NUM * 10 + WS-NIB-HI
107400                 ON SIZE ERROR
107500                     MOVE "Y" TO WS-DEC-OVER-SW
107600                     MOVE WS-DEC-LEN TO WS-BYTE-IDX
107700             END-COMPUTE
107800             IF WS-BYTE-IDX = WS-DEC-LEN
107900                 IF WS-NIB-LO = 13
108000                     SET WS-BIN-NEG TO TRUE
108100                 END-IF
108200             ELSE
108300                 IF WS-NIB-LO > 9
108400                     MOVE "Y" TO WS-PACKED-BAD-SW
108500                     MOVE WS-DEC-LEN TO WS-BYTE-IDX
108600                 ELSE
108700                     COMPUTE WS-PACKED-NUM =
108800                         WS-PACKED-NUM * 10 + WS-NIB-LO
108900                         ON SIZE ERROR
109000                             MOVE "Y" TO WS-DEC-OVER-SW
109100                             MOVE WS-DEC-LEN TO WS-BYTE-IDX
109200                     END-COMPUTE
109300                 END-IF
109400             END-IF
109500         END-IF
109600     END-PERFORM
109700     EVALUATE TRUE
109800         WHEN WS-PACKED-BAD-SW = "Y"
109900             MOVE "(INVALID PACKED DATA)" TO WS-TEXT-VALUE
110000         WHEN WS-DEC-OVER-SW = "Y"
110100             CONTINUE
110200         WHEN OTHER
110300             IF WS-BIN-NEG
110400                 COMPUTE WS-NUM-VALUE = 0 - WS-PACKED-NUM
110500             ELSE
110600                 MOVE WS-PACKED-NUM TO WS-NUM-VALUE
110700             END-IF
110800             MOVE "Y" TO WS-NUM-OK-SW
110900             MOVE WS-NUM-VALUE TO WS-NUM-EDIT
111000             MOVE WS-NUM-EDIT TO WS-TEXT-VALUE
111100     END-EVALUATE.
111200
111300 DECODE-BINARY-VALUE.
111400     MOVE "N" TO WS-BIN-NEG-SW
111500     MOVE WS-DEC-BYTES(1:1) TO WS-BYTE
111600     COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
111700     IF WS-DEC-SIGNED-SW = "Y" AND WS-BYTE-VAL >= 128
111800         SET WS-BIN-NEG TO TRUE
111900     END-IF
112000     MOVE ZERO TO WS-BIN-NUM
112100     MOVE "N" TO WS-DEC-OVER-SW
112200     PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
112300               UNTIL WS-BYTE-IDX > WS-DEC-LEN
112400                  OR WS-DEC-OVER-SW = "Y"
112500         MOVE WS-DEC-BYTES(WS-BYTE-IDX:1) TO WS-BYTE
112600         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
112700         IF WS-BIN-NEG
112800             COMPUTE WS-BYTE-VAL = 255 - WS-BYTE-VAL
112900         END-IF
113000         COMPUTE WS-BIN-NUM = WS-BIN-NUM * 256 + WS-BYTE-VAL
113100             ON SIZE ERROR
113200                 MOVE "Y" TO WS-DEC-OVER-SW
113300         END-COMPUTE
113400     END-PERFORM
113500     IF WS-BIN-NEG AND WS-DEC-OVER-SW = "N"
113600         ADD 1 TO WS-BIN-NUM
113700             ON SIZE ERROR
113800                 MOVE "Y" TO WS-DEC-OVER-SW
113900         END-ADD
114000     END-IF
114100     IF WS-DEC-OVER-SW = "N"
114200         IF WS-BIN-NEG
114300             COMPUTE WS-NUM-VALUE = 0 - WS-BIN-NUM
114400         ELSE
114500             MOVE WS-BIN-NUM TO WS-NUM-VALUE
114600         END-IF
114700         MOVE "Y" TO WS-NUM-OK-SW
114800         MOVE WS-NUM-VALUE TO WS-NUM-EDIT
114900         MOVE WS-NUM-EDIT TO WS-TEXT-VALUE
115000     END-IF.
115100
115200* A SIGNED DISPLAY FIELD MAY CARRY ITS SIGN AS A TRAILING
115300* OVERPUNCH ({A-I POSITIVE, }J-R NEGATIVE, WITH THE LAST DIGIT
115400* UNDER THE SIGN) OR AS A TRAILING + OR - - THE SAME BYTES
115500* CPYVERIF ACCEPTS AS VALID SIGNED DATA. THE VALUE DECODES
115600* HERE (WS-TEXT-VALUE OVER WS-ZONE-LEN BYTES) SO A LEGITIMATE
115700* SIGNED BALANCE RECONCILES NUMERICALLY INSTEAD OF FALLING
115800* BACK TO A RAW-TEXT COMPARE; NOTHING CHANGES WHEN THE BYTES
115900* DO NOT FIT THE PATTERN.
116000 DECODE-ZONED-SIGNED.
116100     MOVE WS-TEXT-VALUE(WS-ZONE-LEN:1) TO WS-ZONE-CHAR
116200     MOVE 0 TO WS-ZONE-POS
116300     PERFORM VARYING WS-ZONE-SCAN FROM 1 BY 1
116400               UNTIL WS-ZONE-SCAN > 22 OR WS-ZONE-POS > 0
116500         IF WS-OVERPUNCH-SET(WS-ZONE-SCAN:1) = WS-ZONE-CHAR
116600             MOVE WS-ZONE-SCAN TO WS-ZONE-POS
116700         END-IF
116800     END-PERFORM
116900     IF WS-ZONE-POS = 0
117000       OR (WS-ZONE-LEN > 1
117100         AND WS-TEXT-VALUE(1:WS-ZONE-LEN - 1) IS NOT NUMERIC)
117200       OR (WS-ZONE-LEN = 1 AND WS-ZONE-POS > 20)
117300         CONTINUE
117400     ELSE
117500         IF WS-ZONE-LEN > 1
117600             COMPUTE WS-ZONE-LEAD = FUNCTION NUMVAL(
117700                 WS-TEXT-VALUE(1:WS-ZONE-LEN - 1))
117800         ELSE
117900             MOVE ZERO TO WS-ZONE-LEAD
118000         END-IF
118100         EVALUATE TRUE
118200             WHEN WS-ZONE-POS <= 10
118300                 COMPUTE WS-ZONE-DIGIT = WS-ZONE-POS - 1
118400                 COMPUTE WS-NUM-VALUE =
118500                     WS-ZONE-LEAD * 10 + WS-ZONE-DIGIT
118600             WHEN WS-ZONE-POS <= 20
118700                 COMPUTE WS-ZONE-DIGIT = WS-ZONE-POS - 11
118800                 COMPUTE WS-NUM-VALUE = 0 -
118900                     (WS-ZONE-LEAD * 10 + WS-ZONE-DIGIT)
119000             WHEN WS-ZONE-POS = 21
119100                 MOVE WS-ZONE-LEAD TO WS-NUM-VALUE
119200             WHEN OTHER
119300                 COMPUTE WS-NUM-VALUE = 0 - WS-ZONE-LEAD
119400         END-EVALUATE
119500         MOVE "Y" TO WS-NUM-OK-SW
119600*        THE REPORT PRINTS THE DECODED VALUE, NOT THE RAW
119700*        OVERPUNCH BYTES - THE SAME COURTESY THE PACKED AND
119800*        BINARY DECODERS EXTEND.
119900         MOVE WS-NUM-VALUE TO WS-NUM-EDIT
120000         MOVE WS-NUM-EDIT TO WS-TEXT-VALUE
120100     END-IF.
120200
120300* THE SAME DISPLAY-NUMERIC RULE THE OTHER DATA TOOLS APPLY,
120400* READ FROM WS-PIC-WORK SO ONE COPY SERVES BOTH TABLES.
120500 CHECK-PIC-NUMERIC.
120600     MOVE "N" TO WS-PIC-NUMERIC-SW
120700     IF WS-PIC-WORK = SPACES
120800         CONTINUE
120900     ELSE
121000         MOVE "Y" TO WS-PIC-NUMERIC-SW
121100         COMPUTE WS-PIC-SCAN-LEN = FUNCTION LENGTH(
121200             FUNCTION TRIM(WS-PIC-WORK))
121300         PERFORM VARYING WS-PIC-SCAN FROM 1 BY 1
121400                   UNTIL WS-PIC-SCAN > WS-PIC-SCAN-LEN
121500             MOVE WS-PIC-WORK(WS-PIC-SCAN:1) TO WS-PIC-CHAR
121600             IF WS-PIC-CHAR NOT = "9" AND WS-PIC-CHAR NOT = "S"
121700               AND WS-PIC-CHAR NOT = "V"
121800               AND WS-PIC-CHAR NOT = "P"
121900               AND WS-PIC-CHAR NOT = "("
122000               AND WS-PIC-CHAR NOT = ")"
122100               AND WS-PIC-CHAR NOT NUMERIC
122200                 MOVE "N" TO WS-PIC-NUMERIC-SW
122300             END-IF
122400         END-PERFORM
122500     END-IF.
122600
122700 OPEN-DESTINATION.
122800     IF LS-OUTPUT-PATH = SPACES OR LS-OUTPUT-PATH = "SYSOUT"
122900         MOVE "Y" TO WS-TO-SCREEN
123000     ELSE
123100         MOVE "N" TO WS-TO-SCREEN
123200         MOVE LS-OUTPUT-PATH TO WS-OUT-PATH
123300         OPEN OUTPUT RPT-OUT-FILE
123400     END-IF.
123500
123600 CLOSE-DESTINATION.
123700     IF WS-TO-SCREEN = "N"
123800         CLOSE RPT-OUT-FILE
123900     END-IF.
124000
124100 EMIT-LINE.
124200     IF WS-TO-SCREEN = "Y"
124300         DISPLAY FUNCTION TRIM(WS-OUT-LINE)
124400     ELSE
124500         MOVE WS-OUT-LINE TO RPT-OUT-REC
124600         WRITE RPT-OUT-REC
124700     END-IF.
124800
124900 WRITE-HEADER.
125000     MOVE SPACES TO WS-OUT-LINE
125100     STRING "RECONCILIATION - "
125200            FUNCTION TRIM(LS-DATA-A-PATH)
125300            " (" FUNCTION TRIM(LS-OLD-CPY-PATH) ")"
125400            DELIMITED BY SIZE INTO WS-OUT-LINE
125500     PERFORM EMIT-LINE
125600     MOVE SPACES TO WS-OUT-LINE
125700     STRING "            VS "
125800            FUNCTION TRIM(LS-DATA-B-PATH)
125900            " (" FUNCTION TRIM(LS-NEW-CPY-PATH) ")"
126000            DELIMITED BY SIZE INTO WS-OUT-LINE
126100     PERFORM EMIT-LINE
126200     MOVE SPACES TO WS-OUT-LINE
126300     MOVE WS-PAIR-COUNT TO WS-CNT-DISP
126400     STRING "KEY=" FUNCTION TRIM(LS-KEY-FIELD)
126500            "  FIELDS COMPARED PER RECORD="
126600            FUNCTION TRIM(WS-CNT-DISP)
126700            "  ENCODING=" FUNCTION TRIM(WS-ENCODING)
126800            DELIMITED BY SIZE INTO WS-OUT-LINE
126900     PERFORM EMIT-LINE
127000     MOVE ALL "-" TO WS-OUT-LINE
127100     PERFORM EMIT-LINE.
127200
127300 WRITE-TOTALS.
127400     MOVE ALL "-" TO WS-OUT-LINE
127500     PERFORM EMIT-LINE
127600     MOVE WS-A-COUNT TO WS-CNT-DISP
127700     MOVE SPACES TO WS-OUT-LINE
127800     STRING "OLD RECORDS=" FUNCTION TRIM(WS-CNT-DISP)
127900            DELIMITED BY SIZE INTO WS-OUT-LINE
128000     MOVE WS-B-COUNT TO WS-CNT-DISP
128100     STRING FUNCTION TRIM(WS-OUT-LINE)
128200            " NEW RECORDS=" FUNCTION TRIM(WS-CNT-DISP)
128300            DELIMITED BY SIZE INTO WS-OUT-LINE
128400     MOVE WS-MATCH-COUNT TO WS-CNT-DISP
128500     STRING FUNCTION TRIM(WS-OUT-LINE)
128600            " MATCHED=" FUNCTION TRIM(WS-CNT-DISP)
128700            DELIMITED BY SIZE INTO WS-OUT-LINE
128800     PERFORM EMIT-LINE
128900     MOVE WS-DIFF-REC-COUNT TO WS-CNT-DISP
129000     MOVE SPACES TO WS-OUT-LINE
129100     STRING "RECORDS WITH DIFFERENCES="
129200            FUNCTION TRIM(WS-CNT-DISP)
129300            DELIMITED BY SIZE INTO WS-OUT-LINE
129400     MOVE WS-DIFF-FLD-COUNT TO WS-CNT-DISP
129500     STRING FUNCTION TRIM(WS-OUT-LINE)
129600            " FIELD DIFFERENCES=" FUNCTION TRIM(WS-CNT-DISP)
129700            DELIMITED BY SIZE INTO WS-OUT-LINE
129800     PERFORM EMIT-LINE
129900     MOVE WS-ONLY-A-COUNT TO WS-CNT-DISP
130000     MOVE SPACES TO WS-OUT-LINE
130100     STRING "ONLY IN OLD=" FUNCTION TRIM(WS-CNT-DISP)
130200            DELIMITED BY SIZE INTO WS-OUT-LINE
130300     MOVE WS-ONLY-B-COUNT TO WS-CNT-DISP
130400     STRING FUNCTION TRIM(WS-OUT-LINE)
130500            " ONLY IN NEW=" FUNCTION TRIM(WS-CNT-DISP)
130600            DELIMITED BY SIZE INTO WS-OUT-LINE
130700     PERFORM EMIT-LINE
130800     MOVE SPACES TO WS-OUT-LINE
130900     IF WS-DIFF-FLD-COUNT = 0 AND WS-ONLY-A-COUNT = 0
131000       AND WS-ONLY-B-COUNT = 0
131100       AND WS-A-SEQ-WARNED = "N" AND WS-B-SEQ-WARNED = "N"
131200         MOVE "RESULT: PASS" TO WS-OUT-LINE
131300     ELSE
131400         MOVE "RESULT: FAIL" TO WS-OUT-LINE
131500     END-IF
131600     PERFORM EMIT-LINE.
