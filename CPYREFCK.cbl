000100******************************************************************
000200*    CPYREFCK
000300*
000400*    REFERENTIAL INTEGRITY CHECK BETWEEN A CHILD FILE (TONIGHT'S
000500*    TRANSACTION FEED) AND ITS PARENT (THE MASTER): EVERY CHILD
000600*    RECORD WHOSE FOREIGN-KEY VALUE HAS NO PARENT RECORD WITH
000700*    THAT KEY IS AN ORPHAN. CPYVERIF CHECKS EACH RECORD ON ITS
000800*    OWN AND CPYRECON COMPARES TWO VERSIONS OF ONE FILE; THIS
000900*    CATCHES THE ORPHAN BEFORE THE UPDATE PROGRAM ABENDS ON IT.
001000*
001100*    THE CALLER NAMES THE CHILD FILE, ITS COPYBOOK AND ITS
001200*    FOREIGN-KEY FIELD, AND THE PARENT FILE, ITS COPYBOOK AND
001300*    ITS KEY FIELD. EACH FIELD IS LOOKED UP BY NAME ANYWHERE IN
001400*    ITS COPYBOOK (A TABLE FIELD IN ITS FIRST OCCURRENCE). THE
001500*    PARENT IS READ RECORD SEQUENTIAL, OR WITH ORGANIZATION
001600*    "IDX" AS AN RM-COBOL INDEXED MASTER - THE SAME SEQ/IDX
001700*    CONVENTION AND 64-BYTE LEADING PRIMARY KEY AS CPYVERIF.
001800*    AN INDEXED PARENT LOADED BY CPYLOAD HAS ITS REAL KEYS
001900*    RECORDED BESIDE IT (<MASTER>.KEY, READ BACK BY CPYKEYS)
002000*    AND IS READ THROUGH ITS GENERATED ACCESS MODULE INSTEAD,
002100*    AS CPYVERIF READS IT, WHEREVER THE KEYS LIE IN THE RECORD.
002200*    AN OPTIONAL RECORD-TYPE RULES FILE (CPYRULES) FOR THE
002300*    CHILD LIMITS THE CHECK TO RECORDS OF THE FOREIGN KEY'S OWN
002400*    01 LEVEL, SO A FEED'S HEADER AND TRAILER ARE NOT ORPHANS.
002500*
002600*    KEYS ARE COMPARED DECODED, NOT AS RAW BYTES: WHEN EITHER
002700*    KEY IS NUMERIC (DISPLAY, COMP-3 OR BINARY) BOTH SIDES ARE
002800*    COMPARED AS NUMBERS AT THE LARGER OF THE TWO SCALES, SO A
002900*    COMP-3 KEY ON ONE SIDE MATCHES A DISPLAY KEY ON THE OTHER
003000*    AND A TEXT KEY HOLDING DIGITS MATCHES BY ITS VALUE. TWO
003100*    TEXT KEYS COMPARE AS TEXT, THE SHORTER PADDED WITH
003200*    SPACES. A CHILD KEY THAT WILL NOT DECODE, OR THAT FALLS
003300*    BEYOND THE END OF A SHORT RECORD, CAN HAVE NO PARENT AND
003400*    IS AN ORPHAN; A PARENT KEY THAT WILL NOT DECODE IS COUNTED
003500*    AND LEFT OUT.
003600*
003700*    THE MASTER'S KEYS AND THE CHILD'S KEYS ARE EACH SORTED
003800*    (WORK FILES CPYREFCK.WK1/WK2/WK3, CPYREFCK.KEY AND
003900*    CPYREFCK.ORP IN THE CURRENT DIRECTORY) AND MATCHED IN ONE
004000*    PASS, SO NEITHER FILE HAS TO FIT IN STORAGE. THE ORPHANS
004100*    ARE THEN LISTED IN CHILD RECORD ORDER ON THE REPORT AND,
004200*    WHEN AN ORPHAN FILE PATH IS GIVEN, COPIED BYTE FOR BYTE TO
004300*    IT IN CPYSCAN'S EXTRACT FORMAT, READY TO BE CORRECTED AND
004400*    RESUBMITTED. THE OUTCOME COMES BACK IN THE SHARED REFRES
004500*    AREA. THE REPORT GOES TO THE USUAL OUTPUT DESTINATION:
004600*    "SYSOUT" (OR SPACES) FOR THE TERMINAL, ANYTHING ELSE A
004700*    LINE SEQUENTIAL FILE PATH.
004800*
004900*    MODIFICATION HISTORY
005000*    2026-10-15  INITIAL VERSION.
005100*    2026-10-15  AN INDEXED PARENT WITH A KEY DEFINITION RECORDED
005200*                BY CPYLOAD IS READ THROUGH ITS ACCESS MODULE,
005300*                SO ITS KEYS NEED NOT BE THE LEADING 64 BYTES.
005400*    2026-10-15  A PACKED OR BINARY KEY TOO LARGE FOR 18 DIGITS
005500*                IS UNDECODABLE INSTEAD OF TRUNCATED.
005600******************************************************************
005700 IDENTIFICATION DIVISION.
005800 PROGRAM-ID. CPYREFCK.
005900 DATE-WRITTEN. 26/10/15.
006000 AUTHOR SYSTEMS.
006100 ENVIRONMENT DIVISION.
006200 CONFIGURATION SECTION.
006300 SOURCE-COMPUTER. RM-COBOL.
006400 OBJECT-COMPUTER. RM-COBOL.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT CHILD-FILE ASSIGN TO DYNAMIC WS-DATA-PATH
006800         ORGANIZATION SEQUENTIAL
006900         FILE STATUS IS WS-DATA-STATUS.
007000     SELECT PARENT-SEQ-FILE ASSIGN TO DYNAMIC WS-PARENT-PATH
007100         ORGANIZATION SEQUENTIAL
007200         FILE STATUS IS WS-PARENT-STATUS.
007300     SELECT PARENT-IDX-FILE ASSIGN TO DYNAMIC WS-PARENT-PATH
007400         ORGANIZATION INDEXED
007500         ACCESS MODE DYNAMIC
007600         RECORD KEY IS PARENT-IDX-KEY
007700         FILE STATUS IS WS-PARENT-STATUS.
007800     SELECT ORPHAN-OUT-FILE ASSIGN TO DYNAMIC WS-ORP-PATH
007900         ORGANIZATION SEQUENTIAL
008000         FILE STATUS IS WS-ORP-STATUS.
008100     SELECT KEY-WORK-FILE ASSIGN TO "CPYREFCK.KEY"
008200         ORGANIZATION SEQUENTIAL
008300         FILE STATUS IS WS-KEY-STATUS.
008400     SELECT ORPHAN-LIST-FILE ASSIGN TO "CPYREFCK.ORP"
008500         ORGANIZATION SEQUENTIAL
008600         FILE STATUS IS WS-OL-STATUS.
008700     SELECT PARENT-SORT-FILE ASSIGN TO "CPYREFCK.WK1".
008800     SELECT CHILD-SORT-FILE ASSIGN TO "CPYREFCK.WK2".
008900     SELECT ORPHAN-SORT-FILE ASSIGN TO "CPYREFCK.WK3".
009000     SELECT RPT-OUT-FILE ASSIGN TO DYNAMIC WS-OUT-PATH
009100         ORGANIZATION LINE SEQUENTIAL
009200         FILE STATUS IS WS-OUT-STATUS.
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  CHILD-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
009600         CHARACTERS DEPENDING ON WS-DATA-REC-LEN.
009700 01  CHILD-REC                            PIC X(9999).
009800 FD  PARENT-SEQ-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
009900         CHARACTERS DEPENDING ON WS-PARENT-REC-LEN.
010000 01  PARENT-SEQ-REC                       PIC X(9999).
010100 FD  PARENT-IDX-FILE RECORD IS VARYING IN SIZE FROM 65 TO 9999
010200         CHARACTERS DEPENDING ON WS-PARENT-REC-LEN.
010300 01  PARENT-IDX-REC.
010400     05 PARENT-IDX-KEY                    PIC X(64).
010500     05 FILLER                            PIC X(9935).
010600 FD  ORPHAN-OUT-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
010700         CHARACTERS DEPENDING ON WS-ORP-REC-LEN.
010800 01  ORPHAN-OUT-REC                       PIC X(9999).
010900 FD  KEY-WORK-FILE.
011000 01  KEY-WORK-REC                         PIC X(257).
011100 FD  ORPHAN-LIST-FILE.
011200 01  ORPHAN-LIST-REC.
011300     05 OL-SEQ                            PIC 9(9).
011400     05 OL-BAD                            PIC X.
011500     05 OL-KEY-TEXT                       PIC X(40).
011600* THE SORT RECORDS CARRY THE BUILT KEY - A ONE-BYTE GOOD/BAD
011700* MARK, THEN THE VALUE - AND, FOR THE CHILD, WHERE IT CAME FROM.
011800 SD  PARENT-SORT-FILE.
011900 01  PARENT-SORT-REC.
012000     05 PSR-KEY                           PIC X(257).
012100 SD  CHILD-SORT-FILE.
012200 01  CHILD-SORT-REC.
012300     05 CSR-KEY                           PIC X(257).
012400     05 CSR-SEQ                           PIC 9(9).
012500     05 CSR-BAD                           PIC X.
012600     05 CSR-KEY-TEXT                      PIC X(40).
012700 SD  ORPHAN-SORT-FILE.
012800 01  ORPHAN-SORT-REC.
012900     05 OSR-SEQ                           PIC 9(9).
013000     05 OSR-BAD                           PIC X.
013100     05 OSR-KEY-TEXT                      PIC X(40).
013200 FD  RPT-OUT-FILE.
013300 01  RPT-OUT-REC                          PIC X(160).
013400 WORKING-STORAGE SECTION.
013500 01  WS-DATA-PATH                         PIC X(200).
013600 01  WS-DATA-STATUS                       PIC XX.
013700 01  WS-DATA-REC-LEN                      PIC 9(4).
013800 01  WS-PARENT-PATH                       PIC X(200).
013900 01  WS-PARENT-STATUS                     PIC XX.
014000 01  WS-PARENT-REC-LEN                    PIC 9(4).
014100 01  WS-ORP-PATH                          PIC X(200).
014200 01  WS-ORP-STATUS                        PIC XX.
014300 01  WS-ORP-REC-LEN                       PIC 9(4).
014400 01  WS-KEY-STATUS                        PIC XX.
014500 01  WS-OL-STATUS                         PIC XX.
014600 01  WS-OUT-PATH                          PIC X(200).
014700 01  WS-OUT-STATUS                        PIC XX.
014800 01  WS-TO-SCREEN                         PIC X VALUE "Y".
014900 01  WS-OUT-LINE                          PIC X(160).
015000 01  WS-OUT-PTR                           PIC 9(4).
015100 01  WS-EOF-SW                            PIC X VALUE "N".
015200     88 WS-EOF                            VALUE "Y".
015300 01  WS-PKEY-EOF-SW                       PIC X VALUE "N".
015400     88 WS-PKEY-EOF                       VALUE "Y".
015500 01  WS-OL-EOF-SW                         PIC X VALUE "N".
015600     88 WS-OL-EOF                         VALUE "Y".
015700 01  WS-ORG                               PIC X(4) VALUE "SEQ".
015800 01  WS-ORP-SW                            PIC X VALUE "N".
015900     88 WS-ORP-WANTED                     VALUE "Y".
016000 01  WS-RECORD                            PIC X(9999).
016100 01  WS-REC-LEN                           PIC 9(4).
016200 01  WS-REC-NUMBER                        PIC 9(9).
016300 01  WS-PARENT-KEY                        PIC X(257).
016400 01  WS-PREV-KEY                          PIC X(257).
016500 01  WS-FIRST-SW                          PIC X.
016600 01  WS-PARENT-DUPS                       PIC 9(9).
016700 01  WS-PARENT-BAD                        PIC 9(9).
016800 01  WS-NOT-CHECKED                       PIC 9(9).
016900 01  WS-CHILD-BAD                         PIC 9(9).
017000 01  WS-SORT-BAD-SW                       PIC X.
017100 01  WS-CNT-DISP                          PIC ZZZZZZZZ9.
017200 01  WS-TOTAL-LABEL                       PIC X(20).
017300 01  WS-TOTAL-VALUE                       PIC 9(9).
017400 01  WS-IDX                               PIC 9(4).
017500 01  WS-SCAN-IDX                          PIC 9(4).
017600 01  WS-FOUND-IDX                         PIC 9(4).
017700 01  WS-FIND-NAME                         PIC X(35).
017800 01  WS-01-SEEN                           PIC 9(2).
017900 01  WS-REC-TYPE-NO                       PIC 9(2).
018000 01  WS-01-TOTAL                          PIC 9(2).
018100 01  WS-RULE-IDX                          PIC 9(2).
018200 01  WS-RULE-BAD-SW                       PIC X.
018300 01  WS-DISC-WORK                         PIC X(8).
018400 01  WS-KEY-OK-SW                         PIC X.
018500
018600* THE TWO KEY FIELDS, CAPTURED FROM EACH COPYBOOK'S FIELD TABLE
018700* IN TURN (THE TABLE HOLDS ONE COPYBOOK AT A TIME). WS-CK-REC-NO
018800* IS THE ORDINAL OF THE 01 LEVEL THE FOREIGN KEY BELONGS TO.
018900 01  WS-PK-OFF                            PIC 9(6).
019000 01  WS-PK-LEN                            PIC 9(6).
019100 01  WS-PK-USAGE                          PIC X(12).
019200 01  WS-PK-NUM                            PIC X.
019300 01  WS-PK-SIGNED                         PIC X.
019400 01  WS-PK-SCALE                          PIC 9(2).
019500 01  WS-CK-OFF                            PIC 9(6).
019600 01  WS-CK-LEN                            PIC 9(6).
019700 01  WS-CK-USAGE                          PIC X(12).
019800 01  WS-CK-NUM                            PIC X.
019900 01  WS-CK-SIGNED                         PIC X.
020000 01  WS-CK-SCALE                          PIC 9(2).
020100 01  WS-CK-REC-NO                         PIC 9(2).
020200* HOW THE KEYS ARE COMPARED - "Y" AS DECODED NUMBERS AT
020300* WS-CMP-SCALE DECIMAL PLACES, OTHERWISE AS TEXT.
020400 01  WS-CMP-NUM                           PIC X.
020500 01  WS-CMP-SCALE                         PIC 9(2).
020600* THE KEY BEING BUILT AND THE SIDE IT COMES FROM.
020700 01  WS-K-USAGE                           PIC X(12).
020800 01  WS-K-NUM                             PIC X.
020900 01  WS-K-SCALE                           PIC 9(2).
021000 01  WS-KEY-PIECE                         PIC X(257).
021100 01  WS-KEY-BAD                           PIC X.
021200 01  WS-KEY-DIGITS                        PIC 9(19).
021300 01  WS-VALUE-TEXT                        PIC X(40).
021400 01  WS-TRIM-TEXT                         PIC X(256).
021500 01  WS-TRIM-LEN                          PIC 9(4).
021600
021700* THE FIELD BEING DECODED - THE SAME DECODES CPYSORT AND
021800* CPYSCAN USE.
021900 01  WS-OFF                               PIC 9(6).
022000 01  WS-LEN                               PIC 9(6).
022100 01  WS-END                               PIC 9(6).
022200 01  WS-TEXT                              PIC X(256).
022300 01  WS-BYTE-IDX                          PIC 9(6).
022400 01  WS-BYTE                              PIC X.
022500 01  WS-BYTE-VAL                          PIC 9(4).
022600 01  WS-NIB-HI                            PIC 9(2).
022700 01  WS-NIB-LO                            PIC 9(2).
022800 01  WS-NUMERIC-SW                        PIC X.
022900     88 WS-NUMERIC                        VALUE "Y".
023000 01  WS-SIGNED-SW                         PIC X.
023100     88 WS-SIGNED                         VALUE "Y".
023200 01  WS-DECODED-SW                        PIC X.
023300     88 WS-DECODED                        VALUE "Y".
023400 01  WS-NEG-SW                            PIC X.
023500     88 WS-NEG                            VALUE "Y".
023600 01  WS-ACC                               PIC 9(18).
023700 01  WS-NUM-VALUE                         PIC S9(18).
023800 01  WS-SCALE                             PIC 9(2).
023900 01  WS-POWER                             PIC 9(18).
024000 01  WS-INT-PART                          PIC 9(18).
024100 01  WS-FRAC-PART                         PIC 9(18).
024200 01  WS-INT-DISP                          PIC Z(17)9.
024300 01  WS-SIGN-TEXT                         PIC X.
024400 01  WS-PIC-IDX                           PIC 9(4).
024500 01  WS-PIC-LEN                           PIC 9(4).
024600 01  WS-PIC-CHAR                          PIC X.
024700 01  WS-PIC-LAST                          PIC X.
024800 01  WS-PIC-AFTER-V                       PIC X.
024900 01  WS-REPEAT-TEXT                       PIC X(6).
025000 01  WS-REPEAT-LEN                        PIC 9(2).
025100 01  WS-REPEAT-NUM                        PIC 9(6).
025200 01  WS-ZONE-CHAR                         PIC X.
025300 01  WS-ZONE-POS                          PIC 9(2).
025400 01  WS-ZONE-SCAN                         PIC 9(2).
025500 01  WS-ZONE-LEAD                         PIC 9(18).
025600 01  WS-OVERPUNCH-SET                     PIC X(22)
025700     VALUE "{ABCDEFGHI}JKLMNOPQR+-".
025800
025900 01  WS-PARSE-DIALECT                     PIC X(8)
026000                                          VALUE "RMC".
026100
026200     COPY "FLDTAB.cpy".
026300     COPY "SIZERES.cpy".
026400     COPY "RECTYPE.cpy".
026500     COPY "KEYRES.cpy".
026600     COPY "KEYIO.cpy".
026700
026800 LINKAGE SECTION.
026900 01  LS-CHILD-CPY                         PIC X(200).
027000 01  LS-CHILD-DATA                        PIC X(200).
027100 01  LS-CHILD-KEY                         PIC X(35).
027200 01  LS-CHILD-RULES                       PIC X(200).
027300 01  LS-PARENT-CPY                        PIC X(200).
027400 01  LS-PARENT-DATA                       PIC X(200).
027500 01  LS-PARENT-KEY                        PIC X(35).
027600 01  LS-PARENT-ORG                        PIC X(4).
027700 01  LS-ORPHAN-PATH                       PIC X(200).
027800 01  LS-OUTPUT-PATH                       PIC X(200).
027900     COPY "REFRES.cpy".
028000
028100 PROCEDURE DIVISION USING LS-CHILD-CPY LS-CHILD-DATA
028200                           LS-CHILD-KEY LS-CHILD-RULES
028300                           LS-PARENT-CPY LS-PARENT-DATA
028400                           LS-PARENT-KEY LS-PARENT-ORG
028500                           LS-ORPHAN-PATH LS-OUTPUT-PATH
028600                           WS-REF-RESULT.
028700
028800 MAIN-REFCK.
028900     MOVE "N" TO WS-REF-STATUS
029000     MOVE ZERO TO WS-REF-PARENT-READ WS-REF-PARENT-KEYS
029100                  WS-REF-CHILD-READ WS-REF-CHILD-CHECKED
029200                  WS-REF-ORPHANS
029300     MOVE ZERO TO WS-PARENT-DUPS WS-PARENT-BAD WS-NOT-CHECKED
029400                  WS-CHILD-BAD
029500     MOVE "N" TO WS-SORT-BAD-SW
029600     MOVE FUNCTION UPPER-CASE(LS-PARENT-ORG) TO WS-ORG
029700     IF WS-ORG = SPACES
029800         MOVE "SEQ" TO WS-ORG
029900     END-IF
030000     IF WS-ORG NOT = "SEQ" AND WS-ORG NOT = "IDX"
030100         DISPLAY "CPYREFCK: PARENT ORGANIZATION MUST BE SEQ OR "
030200             "IDX - GOT " FUNCTION TRIM(LS-PARENT-ORG)
030300         GOBACK
030400     END-IF
030500     MOVE "N" TO WS-ORP-SW
030600     IF LS-ORPHAN-PATH NOT = SPACES
030700         IF LS-ORPHAN-PATH = LS-CHILD-DATA
030800           OR LS-ORPHAN-PATH = LS-PARENT-DATA
030900             DISPLAY "CPYREFCK: THE ORPHAN FILE MUST NOT BE AN "
031000                 "INPUT FILE"
031100             GOBACK
031200         END-IF
031300         MOVE "Y" TO WS-ORP-SW
031400     END-IF
031500*    THE PARENT'S KEY FIRST, THEN THE CHILD'S - THE FIELD TABLE
031600*    HOLDS ONE COPYBOOK AT A TIME, AND THE CHILD'S IS THE ONE
031700*    THE TYPE RULES ARE RESOLVED AGAINST.
031800     MOVE "RMC" TO WS-PARSE-DIALECT
031900     CALL "CPYPARSE" USING LS-PARENT-CPY WS-FLD-TABLE
032000         WS-SIZING-RESULT WS-PARSE-DIALECT
032100     IF RESULT-FILE-ERROR
032200         DISPLAY "CPYREFCK: UNABLE TO OPEN COPYBOOK "
032300             FUNCTION TRIM(LS-PARENT-CPY)
032400         GOBACK
032500     END-IF
032600     MOVE LS-PARENT-KEY TO WS-FIND-NAME
032700     PERFORM FIND-KEY-FIELD
032800     IF WS-KEY-OK-SW = "N"
032900         DISPLAY "CPYREFCK: PARENT KEY FIELD "
033000             FUNCTION TRIM(LS-PARENT-KEY) " NOT USABLE IN "
033100             FUNCTION TRIM(LS-PARENT-CPY)
033200         GOBACK
033300     END-IF
033400     MOVE FLD-OFFSET(WS-IDX) TO WS-PK-OFF
033500     MOVE FLD-ELEM-LEN(WS-IDX) TO WS-PK-LEN
033600     MOVE FLD-USAGE(WS-IDX) TO WS-PK-USAGE
033700     MOVE WS-NUMERIC-SW TO WS-PK-NUM
033800     MOVE WS-SIGNED-SW TO WS-PK-SIGNED
033900     MOVE WS-SCALE TO WS-PK-SCALE
034000     CALL "CPYPARSE" USING LS-CHILD-CPY WS-FLD-TABLE
034100         WS-SIZING-RESULT WS-PARSE-DIALECT
034200     IF RESULT-FILE-ERROR
034300         DISPLAY "CPYREFCK: UNABLE TO OPEN COPYBOOK "
034400             FUNCTION TRIM(LS-CHILD-CPY)
034500         GOBACK
034600     END-IF
034700     MOVE LS-CHILD-KEY TO WS-FIND-NAME
034800     PERFORM FIND-KEY-FIELD
034900     IF WS-KEY-OK-SW = "N"
035000         DISPLAY "CPYREFCK: FOREIGN KEY FIELD "
035100             FUNCTION TRIM(LS-CHILD-KEY) " NOT USABLE IN "
035200             FUNCTION TRIM(LS-CHILD-CPY)
035300         GOBACK
035400     END-IF
035500     MOVE FLD-OFFSET(WS-IDX) TO WS-CK-OFF
035600     MOVE FLD-ELEM-LEN(WS-IDX) TO WS-CK-LEN
035700     MOVE FLD-USAGE(WS-IDX) TO WS-CK-USAGE
035800     MOVE WS-NUMERIC-SW TO WS-CK-NUM
035900     MOVE WS-SIGNED-SW TO WS-CK-SIGNED
036000     MOVE WS-SCALE TO WS-CK-SCALE
036100     MOVE 0 TO WS-CK-REC-NO
036200     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
036300               UNTIL WS-SCAN-IDX > WS-IDX
036400         IF FLD-LEVEL(WS-SCAN-IDX) = 1
036500             ADD 1 TO WS-CK-REC-NO
036600         END-IF
036700     END-PERFORM
036800     CALL "CPYRULES" USING LS-CHILD-RULES WS-TYPE-RULES
036900     IF RULES-FILE-ERROR
037000         GOBACK
037100     END-IF
037200     IF RULES-OK
037300         PERFORM PREPARE-TYPE-RULES
037400         IF WS-RULE-BAD-SW = "Y"
037500             GOBACK
037600         END-IF
037700     END-IF
037800     MOVE "N" TO WS-CMP-NUM
037900     MOVE 0 TO WS-CMP-SCALE
038000     IF WS-PK-NUM = "Y" OR WS-CK-NUM = "Y"
038100         MOVE "Y" TO WS-CMP-NUM
038200         MOVE WS-PK-SCALE TO WS-CMP-SCALE
038300         IF WS-CK-SCALE > WS-CMP-SCALE
038400             MOVE WS-CK-SCALE TO WS-CMP-SCALE
038500         END-IF
038600     END-IF
038700     MOVE LS-PARENT-DATA TO WS-PARENT-PATH
038800     MOVE "N" TO WS-KEYDEF-STATUS
038900     IF WS-ORG = "IDX"
039000         MOVE LS-PARENT-DATA TO WS-KEYDEF-MASTER
039100         CALL "CPYKEYS" USING WS-KEYDEF-AREA
039200         IF KEYDEF-NO-MODULE OR KEYDEF-BAD
039300             DISPLAY "CPYREFCK: "
039400                 FUNCTION TRIM(WS-KEYDEF-MESSAGE)
039500             GOBACK
039600         END-IF
039700     END-IF
039800     PERFORM OPEN-PARENT-INPUT
039900     IF WS-PARENT-STATUS NOT = "00"
040000         DISPLAY "CPYREFCK: UNABLE TO OPEN PARENT FILE "
040100             FUNCTION TRIM(LS-PARENT-DATA)
040200             " (STATUS " WS-PARENT-STATUS ")"
040300         IF WS-ORG = "IDX" AND WS-PARENT-STATUS = "39"
040400             DISPLAY "CPYREFCK: AN INDEXED FILE NEEDS A 64-BYTE"
040500                 " PRIMARY KEY IN THE LEADING BYTES OF THE"
040600                 " RECORD, OR A KEY DEFINITION RECORDED BY"
040700                 " CPYLOAD"
040800         END-IF
040900         GOBACK
041000     END-IF
041100     MOVE LS-CHILD-DATA TO WS-DATA-PATH
041200     OPEN INPUT CHILD-FILE
041300     IF WS-DATA-STATUS NOT = "00"
041400         DISPLAY "CPYREFCK: UNABLE TO OPEN CHILD FILE "
041500             FUNCTION TRIM(LS-CHILD-DATA)
041600         PERFORM CLOSE-PARENT-INPUT
041700         GOBACK
041800     END-IF
041900     IF WS-ORP-WANTED
042000         MOVE LS-ORPHAN-PATH TO WS-ORP-PATH
042100         OPEN OUTPUT ORPHAN-OUT-FILE
042200         IF WS-ORP-STATUS NOT = "00"
042300             DISPLAY "CPYREFCK: UNABLE TO OPEN ORPHAN FILE "
042400                 FUNCTION TRIM(LS-ORPHAN-PATH)
042500             PERFORM CLOSE-PARENT-INPUT
042600             CLOSE CHILD-FILE
042700             GOBACK
042800         END-IF
042900     END-IF
043000     PERFORM OPEN-DESTINATION
043100     PERFORM WRITE-HEADER
043200     SORT PARENT-SORT-FILE
043300         ON ASCENDING KEY PSR-KEY
043400         INPUT PROCEDURE IS RELEASE-PARENT-KEYS
043500         OUTPUT PROCEDURE IS WRITE-PARENT-KEYS
043600     IF SORT-RETURN NOT = 0
043700         MOVE "Y" TO WS-SORT-BAD-SW
043800     END-IF
043900     PERFORM CLOSE-PARENT-INPUT
044000     SORT CHILD-SORT-FILE
044100         ON ASCENDING KEY CSR-KEY CSR-SEQ
044200         INPUT PROCEDURE IS RELEASE-CHILD-KEYS
044300         OUTPUT PROCEDURE IS MATCH-CHILD-KEYS
044400     IF SORT-RETURN NOT = 0
044500         MOVE "Y" TO WS-SORT-BAD-SW
044600     END-IF
044700     CLOSE CHILD-FILE
044800     IF WS-REF-ORPHANS > 0
044900         SORT ORPHAN-SORT-FILE
045000             ON ASCENDING KEY OSR-SEQ
045100             USING ORPHAN-LIST-FILE
045200             GIVING ORPHAN-LIST-FILE
045300         IF SORT-RETURN NOT = 0
045400             MOVE "Y" TO WS-SORT-BAD-SW
045500         END-IF
045600         PERFORM LIST-ORPHANS
045700     END-IF
045800     IF WS-ORP-WANTED
045900         CLOSE ORPHAN-OUT-FILE
046000     END-IF
046100     EVALUATE TRUE
046200         WHEN WS-SORT-BAD-SW = "Y"
046300             MOVE "N" TO WS-REF-STATUS
046400         WHEN WS-REF-ORPHANS > 0
046500             MOVE "F" TO WS-REF-STATUS
046600         WHEN OTHER
046700             MOVE "P" TO WS-REF-STATUS
046800     END-EVALUATE
046900     PERFORM WRITE-TOTALS
047000     PERFORM CLOSE-DESTINATION
047100     GOBACK.
047200
047300* LOOKS WS-FIND-NAME UP ANYWHERE IN THE FIELD TABLE AND LEAVES
047400* ITS ENTRY IN WS-IDX, WITH THE PICTURE ANALYSED. A FLOATING-
047500* POINT FIELD CANNOT BE A KEY; A GROUP COMPARES AS TEXT.
047600 FIND-KEY-FIELD.
047700     MOVE "N" TO WS-KEY-OK-SW
047800     MOVE 0 TO WS-FOUND-IDX
047900     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
048000               UNTIL WS-SCAN-IDX > WS-FLD-COUNT
048100                  OR WS-FOUND-IDX > 0
048200         IF FUNCTION UPPER-CASE(FLD-NAME(WS-SCAN-IDX)) =
048300            FUNCTION UPPER-CASE(WS-FIND-NAME)
048400             MOVE WS-SCAN-IDX TO WS-FOUND-IDX
048500         END-IF
048600     END-PERFORM
048700     IF WS-FOUND-IDX > 0
048800         MOVE WS-FOUND-IDX TO WS-IDX
048900         IF FLD-USAGE(WS-IDX) NOT = "COMP-1"
049000           AND FLD-USAGE(WS-IDX) NOT = "COMP-2"
049100           AND FLD-ELEM-LEN(WS-IDX) > 0
049200             MOVE "Y" TO WS-KEY-OK-SW
049300             PERFORM ANALYZE-FIELD-PICTURE
049400             IF FLD-IS-GROUP(WS-IDX) = "Y"
049500                 MOVE "N" TO WS-NUMERIC-SW
049600             END-IF
049700         END-IF
049800     END-IF.
049900
050000* RESOLVES THE DISCRIMINATOR FIELD NAME (WHEN THE RULES FILE
050100* NAMES ONE) AGAINST THE CHILD'S FIELD TABLE AND CHECKS SOME
050200* RULE SELECTS THE FOREIGN KEY'S OWN 01 LEVEL.
050300 PREPARE-TYPE-RULES.
050400     MOVE "N" TO WS-RULE-BAD-SW
050500     IF WS-RULE-DISC-FIELD NOT = SPACES
050600         MOVE 0 TO WS-FOUND-IDX
050700         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
050800                   UNTIL WS-SCAN-IDX > WS-FLD-COUNT
050900                      OR WS-FOUND-IDX > 0
051000             IF FUNCTION TRIM(FLD-NAME(WS-SCAN-IDX)) =
051100                FUNCTION TRIM(WS-RULE-DISC-FIELD)
051200                 MOVE WS-SCAN-IDX TO WS-FOUND-IDX
051300             END-IF
051400         END-PERFORM
051500         IF WS-FOUND-IDX = 0
051600             DISPLAY "CPYREFCK: DISCRIMINATOR FIELD "
051700                 FUNCTION TRIM(WS-RULE-DISC-FIELD)
051800                 " NOT IN COPYBOOK"
051900             MOVE "Y" TO WS-RULE-BAD-SW
052000         ELSE
052100             MOVE FLD-OFFSET(WS-FOUND-IDX) TO WS-RULE-DISC-OFF
052200             MOVE FLD-ELEM-LEN(WS-FOUND-IDX)
052300                  TO WS-RULE-DISC-LEN
052400         END-IF
052500     END-IF
052600     IF WS-RULE-DISC-LEN = 0 OR WS-RULE-DISC-LEN > 8
052700         MOVE 1 TO WS-RULE-DISC-LEN
052800     END-IF
052900     MOVE 0 TO WS-FOUND-IDX
053000     PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
053100               UNTIL WS-RULE-IDX > WS-RULE-COUNT
053200         IF WS-RULE-RECORD-NO(WS-RULE-IDX) = WS-CK-REC-NO
053300             MOVE WS-RULE-IDX TO WS-FOUND-IDX
053400         END-IF
053500     END-PERFORM
053600     IF WS-FOUND-IDX = 0
053700         DISPLAY "CPYREFCK: NO TYPE RULE SELECTS THE 01 LEVEL "
053800             "OF " FUNCTION TRIM(LS-CHILD-KEY)
053900         MOVE "Y" TO WS-RULE-BAD-SW
054000     END-IF.
054100
054200* MATCHES THE CURRENT RECORD'S TYPE BYTES AGAINST THE RULES AND
054300* LEAVES THE 01 NUMBER THEY SELECT IN WS-REC-TYPE-NO (ZERO WHEN
054400* NO RULE MATCHES).
054500 FIND-RECORD-TYPE.
054600     MOVE 0 TO WS-FOUND-IDX
054700     MOVE 0 TO WS-REC-TYPE-NO
054800     MOVE SPACES TO WS-DISC-WORK
054900     IF WS-RULE-DISC-OFF + WS-RULE-DISC-LEN - 1
055000             <= WS-DATA-REC-LEN
055100         MOVE WS-RECORD(WS-RULE-DISC-OFF:WS-RULE-DISC-LEN)
055200              TO WS-DISC-WORK
055300         PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
055400                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
055500                      OR WS-FOUND-IDX > 0
055600             IF WS-DISC-WORK(1:WS-RULE-DISC-LEN) =
055700                WS-RULE-VALUE(WS-RULE-IDX)(1:WS-RULE-DISC-LEN)
055800                 MOVE WS-RULE-IDX TO WS-FOUND-IDX
055900             END-IF
056000         END-PERFORM
056100     END-IF
056200     IF WS-FOUND-IDX > 0
056300         MOVE WS-RULE-RECORD-NO(WS-FOUND-IDX) TO WS-REC-TYPE-NO
056400     END-IF.
056500
056600 OPEN-PARENT-INPUT.
056700     IF WS-ORG = "IDX"
056800         IF KEYDEF-FOUND
056900             MOVE "OI" TO WS-KIO-FUNCTION
057000             MOVE WS-PARENT-PATH TO WS-KIO-PATH
057100             CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
057200             MOVE WS-KIO-STATUS TO WS-PARENT-STATUS
057300         ELSE
057400             OPEN INPUT PARENT-IDX-FILE
057500         END-IF
057600     ELSE
057700         OPEN INPUT PARENT-SEQ-FILE
057800     END-IF.
057900
058000 CLOSE-PARENT-INPUT.
058100     IF WS-ORG = "IDX"
058200         IF KEYDEF-FOUND
058300             MOVE "CL" TO WS-KIO-FUNCTION
058400             CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
058500         ELSE
058600             CLOSE PARENT-IDX-FILE
058700         END-IF
058800     ELSE
058900         CLOSE PARENT-SEQ-FILE
059000     END-IF.
059100
059200* READS THE NEXT PARENT RECORD INTO WS-RECORD. A MASTER WITH A
059300* RECORDED KEY DEFINITION IS READ THROUGH ITS ACCESS MODULE,
059400* WHOSE STATUS STANDS IN FOR THE FILE'S. ANY NON-ZERO STATUS
059500* AFTER THE READ ENDS THE SCAN, AS IN CPYVERIF.
059600 READ-PARENT-RECORD.
059700     IF WS-ORG = "IDX"
059800         IF KEYDEF-FOUND
059900             PERFORM READ-PARENT-THROUGH-MODULE
060000         ELSE
060100             READ PARENT-IDX-FILE NEXT RECORD
060200                 AT END
060300                     SET WS-EOF TO TRUE
060400                 NOT AT END
060500                     MOVE SPACES TO WS-RECORD
060600                     MOVE PARENT-IDX-REC(1:WS-PARENT-REC-LEN)
060700                          TO WS-RECORD(1:WS-PARENT-REC-LEN)
060800             END-READ
060900         END-IF
061000     ELSE
061100         READ PARENT-SEQ-FILE INTO WS-RECORD
061200             AT END
061300                 SET WS-EOF TO TRUE
061400         END-READ
061500     END-IF
061600     IF NOT WS-EOF AND WS-PARENT-STATUS NOT = "00"
061700         SET WS-EOF TO TRUE
061800     END-IF.
061900
062000 READ-PARENT-THROUGH-MODULE.
062100     MOVE "RN" TO WS-KIO-FUNCTION
062200     CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
062300     MOVE WS-KIO-STATUS TO WS-PARENT-STATUS
062400     IF WS-KIO-STATUS = "10"
062500         SET WS-EOF TO TRUE
062600     ELSE
062700         MOVE WS-KIO-REC-LEN TO WS-PARENT-REC-LEN
062800         MOVE SPACES TO WS-RECORD
062900         IF WS-KIO-STATUS = "00"
063000             MOVE WS-KIO-RECORD(1:WS-PARENT-REC-LEN)
063100                  TO WS-RECORD(1:WS-PARENT-REC-LEN)
063200         END-IF
063300     END-IF.
063400
063500******************************************************************
063600*    THE MASTER'S KEYS - SORTED, EACH DISTINCT KEY WRITTEN ONCE
063700*    TO CPYREFCK.KEY.
063800******************************************************************
063900
064000 RELEASE-PARENT-KEYS.
064100     MOVE "N" TO WS-EOF-SW
064200     MOVE WS-PK-OFF TO WS-OFF
064300     MOVE WS-PK-LEN TO WS-LEN
064400     MOVE WS-PK-USAGE TO WS-K-USAGE
064500     MOVE WS-PK-NUM TO WS-K-NUM
064600     MOVE WS-PK-SIGNED TO WS-SIGNED-SW
064700     MOVE WS-PK-SCALE TO WS-K-SCALE
064800     PERFORM UNTIL WS-EOF
064900         PERFORM READ-PARENT-RECORD
065000         IF NOT WS-EOF
065100             ADD 1 TO WS-REF-PARENT-READ
065200             MOVE WS-PARENT-REC-LEN TO WS-REC-LEN
065300             PERFORM BUILD-KEY-VALUE
065400             IF WS-KEY-BAD = "N"
065500                 MOVE WS-KEY-PIECE TO PSR-KEY
065600                 RELEASE PARENT-SORT-REC
065700             ELSE
065800                 ADD 1 TO WS-PARENT-BAD
065900             END-IF
066000         END-IF
066100     END-PERFORM.
066200
066300 WRITE-PARENT-KEYS.
066400     OPEN OUTPUT KEY-WORK-FILE
066500     MOVE "N" TO WS-EOF-SW
066600     MOVE "Y" TO WS-FIRST-SW
066700     PERFORM UNTIL WS-EOF
066800         RETURN PARENT-SORT-FILE
066900             AT END
067000                 SET WS-EOF TO TRUE
067100             NOT AT END
067200                 IF WS-FIRST-SW = "N" AND PSR-KEY = WS-PREV-KEY
067300                     ADD 1 TO WS-PARENT-DUPS
067400                 ELSE
067500                     MOVE "N" TO WS-FIRST-SW
067600                     MOVE PSR-KEY TO WS-PREV-KEY
067700                     MOVE PSR-KEY TO KEY-WORK-REC
067800                     WRITE KEY-WORK-REC
067900                     ADD 1 TO WS-REF-PARENT-KEYS
068000                 END-IF
068100         END-RETURN
068200     END-PERFORM
068300     CLOSE KEY-WORK-FILE.
068400
068500******************************************************************
068600*    THE CHILD'S KEYS - SORTED AND MATCHED AGAINST CPYREFCK.KEY.
068700*    EVERY CHILD KEY WITH NO EQUAL MASTER KEY GOES TO THE ORPHAN
068800*    LIST CPYREFCK.ORP WITH ITS RECORD NUMBER.
068900******************************************************************
069000
069100 RELEASE-CHILD-KEYS.
069200     MOVE "N" TO WS-EOF-SW
069300     MOVE ZERO TO WS-REC-NUMBER
069400     MOVE WS-CK-OFF TO WS-OFF
069500     MOVE WS-CK-LEN TO WS-LEN
069600     MOVE WS-CK-USAGE TO WS-K-USAGE
069700     MOVE WS-CK-NUM TO WS-K-NUM
069800     MOVE WS-CK-SIGNED TO WS-SIGNED-SW
069900     MOVE WS-CK-SCALE TO WS-K-SCALE
070000     PERFORM UNTIL WS-EOF
070100         READ CHILD-FILE INTO WS-RECORD
070200             AT END
070300                 SET WS-EOF TO TRUE
070400             NOT AT END
070500                 ADD 1 TO WS-REC-NUMBER
070600                 ADD 1 TO WS-REF-CHILD-READ
070700                 PERFORM RELEASE-ONE-CHILD
070800         END-READ
070900         IF NOT WS-EOF AND WS-DATA-STATUS NOT = "00"
071000             SET WS-EOF TO TRUE
071100         END-IF
071200     END-PERFORM.
071300
071400 RELEASE-ONE-CHILD.
071500     MOVE WS-CK-REC-NO TO WS-REC-TYPE-NO
071600     IF RULES-OK
071700         PERFORM FIND-RECORD-TYPE
071800     END-IF
071900     IF WS-REC-TYPE-NO NOT = WS-CK-REC-NO
072000         ADD 1 TO WS-NOT-CHECKED
072100     ELSE
072200         ADD 1 TO WS-REF-CHILD-CHECKED
072300         MOVE WS-DATA-REC-LEN TO WS-REC-LEN
072400         PERFORM BUILD-KEY-VALUE
072500         MOVE WS-KEY-PIECE TO CSR-KEY
072600         MOVE WS-REC-NUMBER TO CSR-SEQ
072700         MOVE WS-KEY-BAD TO CSR-BAD
072800         MOVE WS-VALUE-TEXT TO CSR-KEY-TEXT
072900         RELEASE CHILD-SORT-REC
073000     END-IF.
073100
073200 MATCH-CHILD-KEYS.
073300     OPEN INPUT KEY-WORK-FILE
073400     OPEN OUTPUT ORPHAN-LIST-FILE
073500     MOVE "N" TO WS-PKEY-EOF-SW
073600     PERFORM READ-PARENT-KEY
073700     MOVE "N" TO WS-EOF-SW
073800     PERFORM UNTIL WS-EOF
073900         RETURN CHILD-SORT-FILE
074000             AT END
074100                 SET WS-EOF TO TRUE
074200             NOT AT END
074300                 PERFORM MATCH-ONE-CHILD
074400         END-RETURN
074500     END-PERFORM
074600     CLOSE KEY-WORK-FILE
074700     CLOSE ORPHAN-LIST-FILE.
074800
074900 MATCH-ONE-CHILD.
075000     IF CSR-BAD NOT = "N"
075100         ADD 1 TO WS-CHILD-BAD
075200         PERFORM WRITE-ORPHAN-ENTRY
075300     ELSE
075400         PERFORM READ-PARENT-KEY
075500             UNTIL WS-PKEY-EOF OR WS-PARENT-KEY NOT < CSR-KEY
075600         IF WS-PKEY-EOF OR WS-PARENT-KEY NOT = CSR-KEY
075700             PERFORM WRITE-ORPHAN-ENTRY
075800         END-IF
075900     END-IF.
076000
076100 READ-PARENT-KEY.
076200     READ KEY-WORK-FILE
076300         AT END
076400             SET WS-PKEY-EOF TO TRUE
076500         NOT AT END
076600             MOVE KEY-WORK-REC TO WS-PARENT-KEY
076700     END-READ.
076800
076900 WRITE-ORPHAN-ENTRY.
077000     ADD 1 TO WS-REF-ORPHANS
077100     MOVE CSR-SEQ TO OL-SEQ
077200     MOVE CSR-BAD TO OL-BAD
077300     MOVE CSR-KEY-TEXT TO OL-KEY-TEXT
077400     WRITE ORPHAN-LIST-REC.
077500
077600* THE ORPHAN LIST, NOW IN RECORD ORDER, AGAINST A SECOND READ
077700* OF THE CHILD FILE - ONE REPORT LINE PER ORPHAN AND, WHEN
077800* WANTED, THE RECORD ITSELF TO THE ORPHAN FILE.
077900 LIST-ORPHANS.
078000     OPEN INPUT CHILD-FILE
078100     OPEN INPUT ORPHAN-LIST-FILE
078200     MOVE "N" TO WS-EOF-SW
078300     MOVE "N" TO WS-OL-EOF-SW
078400     MOVE ZERO TO WS-REC-NUMBER
078500     PERFORM READ-ORPHAN-ENTRY
078600     PERFORM UNTIL WS-EOF OR WS-OL-EOF
078700         READ CHILD-FILE INTO WS-RECORD
078800             AT END
078900                 SET WS-EOF TO TRUE
079000             NOT AT END
079100                 ADD 1 TO WS-REC-NUMBER
079200                 IF WS-REC-NUMBER = OL-SEQ
079300                     PERFORM WRITE-ORPHAN
079400                     PERFORM READ-ORPHAN-ENTRY
079500                 END-IF
079600         END-READ
079700         IF NOT WS-EOF AND WS-DATA-STATUS NOT = "00"
079800             SET WS-EOF TO TRUE
079900         END-IF
080000     END-PERFORM
080100     CLOSE ORPHAN-LIST-FILE
080200     CLOSE CHILD-FILE.
080300
080400 READ-ORPHAN-ENTRY.
080500     READ ORPHAN-LIST-FILE
080600         AT END
080700             SET WS-OL-EOF TO TRUE
080800     END-READ.
080900
081000 WRITE-ORPHAN.
081100     MOVE WS-REC-NUMBER TO WS-CNT-DISP
081200     MOVE SPACES TO WS-OUT-LINE
081300     STRING "ORPHAN RECORD " FUNCTION TRIM(WS-CNT-DISP)
081400            " KEY '" FUNCTION TRIM(OL-KEY-TEXT) "'"
081500            DELIMITED BY SIZE INTO WS-OUT-LINE
081600     EVALUATE OL-BAD
081700         WHEN "S"
081800             STRING FUNCTION TRIM(WS-OUT-LINE)
081900                    " - RECORD TOO SHORT FOR THE KEY"
082000                    DELIMITED BY SIZE INTO WS-OUT-LINE
082100         WHEN "D"
082200             STRING FUNCTION TRIM(WS-OUT-LINE)
082300                    " - KEY WILL NOT DECODE"
082400                    DELIMITED BY SIZE INTO WS-OUT-LINE
082500         WHEN OTHER
082600             STRING FUNCTION TRIM(WS-OUT-LINE)
082700                    " - NO PARENT"
082800                    DELIMITED BY SIZE INTO WS-OUT-LINE
082900     END-EVALUATE
083000     PERFORM EMIT-LINE
083100     IF WS-ORP-WANTED
083200         MOVE WS-DATA-REC-LEN TO WS-ORP-REC-LEN
083300         MOVE WS-RECORD(1:WS-DATA-REC-LEN) TO ORPHAN-OUT-REC
083400         WRITE ORPHAN-OUT-REC
083500         IF WS-ORP-STATUS NOT = "00"
083600             DISPLAY "CPYREFCK: ORPHAN FILE WRITE FAILED WITH "
083700                 "STATUS " WS-ORP-STATUS
083800         END-IF
083900     END-IF.
084000
084100******************************************************************
084200*    KEY VALUES
084300******************************************************************
084400
084500* BUILDS THE COMPARABLE KEY OF THE FIELD AT WS-OFF/WS-LEN OF
084600* WS-RECORD: "1" AND THE VALUE FOR A GOOD KEY, "0" FOR ONE THAT
084700* WILL NOT DECODE OR IS MISSING (WS-KEY-BAD "S" SHORT RECORD,
084800* "D" UNDECODABLE). A NUMBER IS BROUGHT TO WS-CMP-SCALE PLACES
084900* AND OFFSET BY 10**18 - 1 SO EVERY VALUE IS A POSITIVE 19-DIGIT
085000* STRING THAT ORDERS AS THE NUMBERS DO, AS IN CPYSORT.
085100 BUILD-KEY-VALUE.
085200     MOVE SPACES TO WS-KEY-PIECE
085300     MOVE "0" TO WS-KEY-PIECE(1:1)
085400     MOVE "N" TO WS-KEY-BAD
085500     MOVE "?" TO WS-VALUE-TEXT
085600     COMPUTE WS-END = WS-OFF + WS-LEN - 1
085700     IF WS-END > WS-REC-LEN
085800         MOVE "S" TO WS-KEY-BAD
085900     ELSE
086000         PERFORM LOAD-FIELD-TEXT
086100         IF WS-CMP-NUM = "Y"
086200             MOVE "N" TO WS-DECODED-SW
086300             MOVE WS-K-SCALE TO WS-SCALE
086400             IF WS-K-NUM = "Y"
086500                 EVALUATE WS-K-USAGE
086600                     WHEN "COMP-3"
086700                         PERFORM DECODE-PACKED-VALUE
086800                     WHEN "BINARY"
086900                         PERFORM DECODE-BINARY-VALUE
087000                     WHEN OTHER
087100                         PERFORM DECODE-DISPLAY-VALUE
087200                 END-EVALUATE
087300             ELSE
087400                 PERFORM DECODE-TEXT-NUMBER
087500             END-IF
087600             IF WS-DECODED
087700                 COMPUTE WS-KEY-DIGITS = WS-NUM-VALUE
087800                     * 10 ** (WS-CMP-SCALE - WS-K-SCALE)
087900                     + 999999999999999999
088000                     ON SIZE ERROR
088100                         MOVE "N" TO WS-DECODED-SW
088200                 END-COMPUTE
088300             END-IF
088400             IF WS-DECODED
088500                 MOVE "1" TO WS-KEY-PIECE(1:1)
088600                 MOVE WS-KEY-DIGITS TO WS-KEY-PIECE(2:19)
088700                 PERFORM FORMAT-NUMERIC-VALUE
088800             ELSE
088900                 MOVE "D" TO WS-KEY-BAD
089000                 IF WS-K-USAGE = "DISPLAY"
089100                     MOVE WS-TEXT TO WS-VALUE-TEXT
089200                 END-IF
089300             END-IF
089400         ELSE
089500             MOVE "1" TO WS-KEY-PIECE(1:1)
089600             MOVE WS-TEXT TO WS-KEY-PIECE(2:256)
089700             MOVE WS-TEXT TO WS-VALUE-TEXT
089800         END-IF
089900     END-IF.
090000
090100 LOAD-FIELD-TEXT.
090200     MOVE SPACES TO WS-TEXT
090300     IF WS-LEN > 256
090400         MOVE WS-RECORD(WS-OFF:256) TO WS-TEXT
090500     ELSE
090600         MOVE WS-RECORD(WS-OFF:WS-LEN) TO WS-TEXT
090700     END-IF.
090800
090900* A TEXT KEY COMPARED WITH A NUMERIC ONE - IT MATCHES WHEN IT
091000* HOLDS A WHOLE NUMBER, SPACES EITHER SIDE ALLOWED.
091100 DECODE-TEXT-NUMBER.
091200     IF WS-TEXT NOT = SPACES
091300         MOVE FUNCTION TRIM(WS-TEXT) TO WS-TRIM-TEXT
091400         COMPUTE WS-TRIM-LEN =
091500             FUNCTION LENGTH(FUNCTION TRIM(WS-TEXT))
091600         IF WS-TRIM-LEN <= 18
091700           AND WS-TRIM-TEXT(1:WS-TRIM-LEN) IS NUMERIC
091800             COMPUTE WS-NUM-VALUE =
091900                 FUNCTION NUMVAL(WS-TRIM-TEXT(1:WS-TRIM-LEN))
092000             SET WS-DECODED TO TRUE
092100         END-IF
092200     END-IF.
092300
092400* NUMERIC WHEN PACKED OR BINARY, OR WHEN A DISPLAY PICTURE IS
092500* BUILT ONLY FROM 9 S V P AND REPEAT COUNTS - THE SAME RULE THE
092600* OTHER DATA TOOLS APPLY. ALSO COUNTS THE DIGIT POSITIONS AFTER
092700* THE V, THE SCALE THE KEYS ARE COMPARED AT.
092800 ANALYZE-FIELD-PICTURE.
092900     MOVE "N" TO WS-SIGNED-SW
093000     MOVE "N" TO WS-PIC-AFTER-V
093100     MOVE SPACE TO WS-PIC-LAST
093200     MOVE ZERO TO WS-SCALE
093300     MOVE "Y" TO WS-NUMERIC-SW
093400     IF FLD-PIC-STRING(WS-IDX) = SPACES
093500         MOVE "N" TO WS-NUMERIC-SW
093600     END-IF
093700     COMPUTE WS-PIC-LEN = FUNCTION LENGTH(
093800         FUNCTION TRIM(FLD-PIC-STRING(WS-IDX)))
093900     MOVE 1 TO WS-PIC-IDX
094000     PERFORM UNTIL WS-PIC-IDX > WS-PIC-LEN
094100         MOVE FLD-PIC-STRING(WS-IDX)(WS-PIC-IDX:1)
094200              TO WS-PIC-CHAR
094300         EVALUATE WS-PIC-CHAR
094400             WHEN "S"
094500                 MOVE "Y" TO WS-SIGNED-SW
094600             WHEN "V"
094700                 MOVE "Y" TO WS-PIC-AFTER-V
094800             WHEN "9"
094900                 IF WS-PIC-AFTER-V = "Y"
095000                     ADD 1 TO WS-SCALE
095100                 END-IF
095200             WHEN "P"
095300                 CONTINUE
095400             WHEN "("
095500                 PERFORM READ-PICTURE-REPEAT
095600             WHEN OTHER
095700                 IF FLD-USAGE(WS-IDX) = "DISPLAY"
095800                     MOVE "N" TO WS-NUMERIC-SW
095900                 END-IF
096000         END-EVALUATE
096100         IF WS-PIC-CHAR NOT = "("
096200             MOVE WS-PIC-CHAR TO WS-PIC-LAST
096300         END-IF
096400         ADD 1 TO WS-PIC-IDX
096500     END-PERFORM.
096600
096700* A REPEAT COUNT n AFTER A 9 TO THE RIGHT OF THE V ADDS n - 1
096800* MORE DECIMAL PLACES (THE 9 ITSELF WAS COUNTED ALREADY).
096900 READ-PICTURE-REPEAT.
097000     MOVE SPACES TO WS-REPEAT-TEXT
097100     MOVE ZERO TO WS-REPEAT-LEN
097200     ADD 1 TO WS-PIC-IDX
097300     PERFORM UNTIL WS-PIC-IDX > WS-PIC-LEN
097400                OR FLD-PIC-STRING(WS-IDX)(WS-PIC-IDX:1) = ")"
097500         IF WS-REPEAT-LEN < 6
097600             ADD 1 TO WS-REPEAT-LEN
097700             MOVE FLD-PIC-STRING(WS-IDX)(WS-PIC-IDX:1)
097800                  TO WS-REPEAT-TEXT(WS-REPEAT-LEN:1)
097900         END-IF
098000         ADD 1 TO WS-PIC-IDX
098100     END-PERFORM
098200     IF WS-REPEAT-LEN > 0
098300       AND WS-REPEAT-TEXT(1:WS-REPEAT-LEN) IS NUMERIC
098400         COMPUTE WS-REPEAT-NUM =
098500             FUNCTION NUMVAL(WS-REPEAT-TEXT(1:WS-REPEAT-LEN))
098600         IF WS-PIC-LAST = "9" AND WS-PIC-AFTER-V = "Y"
098700           AND WS-REPEAT-NUM > 0
098800             COMPUTE WS-SCALE = WS-SCALE + WS-REPEAT-NUM - 1
098900         END-IF
099000     END-IF.
099100
099200* DIGITS ONLY, OR ON A SIGNED PICTURE A TRAILING OVERPUNCH
099300* ({A-I POSITIVE, }J-R NEGATIVE) OR A TRAILING + OR -.
099400 DECODE-DISPLAY-VALUE.
099500     IF WS-LEN > 18
099600         CONTINUE
099700     ELSE
099800         IF WS-TEXT(1:WS-LEN) IS NUMERIC
099900             COMPUTE WS-NUM-VALUE =
100000                 FUNCTION NUMVAL(WS-TEXT(1:WS-LEN))
100100             SET WS-DECODED TO TRUE
100200         ELSE
100300             IF WS-SIGNED
100400                 PERFORM DECODE-ZONED-SIGNED
100500             END-IF
100600         END-IF
100700     END-IF.
100800
100900 DECODE-ZONED-SIGNED.
101000     MOVE WS-TEXT(WS-LEN:1) TO WS-ZONE-CHAR
101100     MOVE 0 TO WS-ZONE-POS
101200     PERFORM VARYING WS-ZONE-SCAN FROM 1 BY 1
101300               UNTIL WS-ZONE-SCAN > 22 OR WS-ZONE-POS > 0
101400         IF WS-OVERPUNCH-SET(WS-ZONE-SCAN:1) = WS-ZONE-CHAR
101500             MOVE WS-ZONE-SCAN TO WS-ZONE-POS
101600         END-IF
101700     END-PERFORM
101800     IF WS-ZONE-POS = 0
101900       OR (WS-LEN > 1
102000         AND WS-TEXT(1:WS-LEN - 1) IS NOT NUMERIC)
102100       OR (WS-LEN = 1 AND WS-ZONE-POS > 20)
102200         CONTINUE
102300     ELSE
102400         MOVE ZERO TO WS-ZONE-LEAD
102500         IF WS-LEN > 1
102600             COMPUTE WS-ZONE-LEAD =
102700                 FUNCTION NUMVAL(WS-TEXT(1:WS-LEN - 1))
102800         END-IF
102900         EVALUATE TRUE
103000             WHEN WS-ZONE-POS <= 10
103100                 COMPUTE WS-NUM-VALUE =
103200                     WS-ZONE-LEAD * 10 + WS-ZONE-POS - 1
103300             WHEN WS-ZONE-POS <= 20
103400                 COMPUTE WS-NUM-VALUE = 0 -
103500                     (WS-ZONE-LEAD * 10 + WS-ZONE-POS - 11)
103600             WHEN WS-ZONE-POS = 21
103700                 MOVE WS-ZONE-LEAD TO WS-NUM-VALUE
103800             WHEN OTHER
103900                 COMPUTE WS-NUM-VALUE = 0 - WS-ZONE-LEAD
104000         END-EVALUATE
104100         SET WS-DECODED TO TRUE
104200     END-IF.
104300
104400* A PACKED OR BINARY VALUE TOO LARGE FOR 18 DIGITS (A 10-BYTE
104500* COMP-3 OR 8-BYTE BINARY CAN HOLD ONE) IS LEFT UNDECODED RATHER
104600* THAN TRUNCATED, SO IT CANNOT MATCH THE WRONG KEY.
104700 DECODE-PACKED-VALUE.
104800     MOVE ZERO TO WS-ACC
104900     MOVE "N" TO WS-NEG-SW
105000     SET WS-DECODED TO TRUE
105100     PERFORM VARYING WS-BYTE-IDX FROM WS-OFF BY 1
105200               UNTIL WS-BYTE-IDX > WS-END OR NOT WS-DECODED
105300         MOVE WS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
105400         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
105500         DIVIDE WS-BYTE-VAL BY 16 GIVING WS-NIB-HI
105600             REMAINDER WS-NIB-LO
105700         IF WS-NIB-HI > 9
105800             MOVE "N" TO WS-DECODED-SW
105900         ELSE
106000             COMPUTE WS-ACC = WS-ACC * 10 + WS-NIB-HI
106100                 ON SIZE ERROR
106200                     MOVE "N" TO WS-DECODED-SW
106300             END-COMPUTE
106400             IF WS-BYTE-IDX = WS-END
106500                 EVALUATE WS-NIB-LO
106600                     WHEN 13
106700                         SET WS-NEG TO TRUE
106800                     WHEN 12
106900                     WHEN 15
107000                         CONTINUE
107100                     WHEN OTHER
107200                         MOVE "N" TO WS-DECODED-SW
107300                 END-EVALUATE
107400             ELSE
107500                 IF WS-NIB-LO > 9
107600                     MOVE "N" TO WS-DECODED-SW
107700                 ELSE
107800                     COMPUTE WS-ACC = WS-ACC * 10 + WS-NIB-LO
107900                         ON SIZE ERROR
108000                             MOVE "N" TO WS-DECODED-SW
108100                     END-COMPUTE
108200                 END-IF
108300             END-IF
108400         END-IF
108500     END-PERFORM
108600     IF WS-NEG
108700         COMPUTE WS-NUM-VALUE = 0 - WS-ACC
108800     ELSE
108900         MOVE WS-ACC TO WS-NUM-VALUE
109000     END-IF.
109100
109200* SIGNED BINARY WITH THE HIGH BIT SET IS TWO'S COMPLEMENT - THE
109300* SAME DECODE THE BROWSER SHOWS.
109400 DECODE-BINARY-VALUE.
109500     MOVE "N" TO WS-NEG-SW
109600     MOVE WS-RECORD(WS-OFF:1) TO WS-BYTE
109700     IF WS-SIGNED AND FUNCTION ORD(WS-BYTE) > 128
109800         SET WS-NEG TO TRUE
109900     END-IF
110000     MOVE ZERO TO WS-ACC
110100     SET WS-DECODED TO TRUE
110200     PERFORM VARYING WS-BYTE-IDX FROM WS-OFF BY 1
110300               UNTIL WS-BYTE-IDX > WS-END OR NOT WS-DECODED
110400         MOVE WS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
110500         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
110600         IF WS-NEG
110700             COMPUTE WS-BYTE-VAL = 255 - WS-BYTE-VAL
110800         END-IF
110900         COMPUTE WS-ACC = WS-ACC * 256 + WS-BYTE-VAL
111000             ON SIZE ERROR
111100                 MOVE "N" TO WS-DECODED-SW
111200         END-COMPUTE
111300     END-PERFORM
111400     IF WS-NEG
111500         COMPUTE WS-NUM-VALUE = 0 - (WS-ACC + 1)
111600             ON SIZE ERROR
111700                 MOVE "N" TO WS-DECODED-SW
111800         END-COMPUTE
111900     ELSE
112000         MOVE WS-ACC TO WS-NUM-VALUE
112100     END-IF.
112200
112300* THE DECODED NUMBER WITH ITS DECIMAL POINT PUT BACK, FOR THE
112400* ORPHAN LINES - "-1.50", NOT THE UNSCALED -150.
112500 FORMAT-NUMERIC-VALUE.
112600     MOVE SPACES TO WS-VALUE-TEXT
112700     MOVE SPACE TO WS-SIGN-TEXT
112800     IF WS-NUM-VALUE < 0
112900         MOVE "-" TO WS-SIGN-TEXT
113000         COMPUTE WS-ACC = 0 - WS-NUM-VALUE
113100     ELSE
113200         MOVE WS-NUM-VALUE TO WS-ACC
113300     END-IF
113400     COMPUTE WS-POWER = 10 ** WS-SCALE
113500     DIVIDE WS-ACC BY WS-POWER GIVING WS-INT-PART
113600         REMAINDER WS-FRAC-PART
113700     MOVE WS-INT-PART TO WS-INT-DISP
113800     IF WS-SCALE = 0
113900         STRING WS-SIGN-TEXT DELIMITED BY SPACE
114000                FUNCTION TRIM(WS-INT-DISP) DELIMITED BY SIZE
114100                INTO WS-VALUE-TEXT
114200     ELSE
114300         STRING WS-SIGN-TEXT DELIMITED BY SPACE
114400                FUNCTION TRIM(WS-INT-DISP) DELIMITED BY SIZE
114500                "." DELIMITED BY SIZE
114600                WS-FRAC-PART(19 - WS-SCALE:WS-SCALE)
114700                    DELIMITED BY SIZE
114800                INTO WS-VALUE-TEXT
114900     END-IF.
115000
115100******************************************************************
115200*    REPORT
115300******************************************************************
115400
115500 OPEN-DESTINATION.
115600     IF LS-OUTPUT-PATH = SPACES OR LS-OUTPUT-PATH = "SYSOUT"
115700         MOVE "Y" TO WS-TO-SCREEN
115800     ELSE
115900         MOVE "N" TO WS-TO-SCREEN
116000         MOVE LS-OUTPUT-PATH TO WS-OUT-PATH
116100         OPEN OUTPUT RPT-OUT-FILE
116200     END-IF.
116300
116400 CLOSE-DESTINATION.
116500     IF WS-TO-SCREEN = "N"
116600         CLOSE RPT-OUT-FILE
116700     END-IF.
116800
116900 EMIT-LINE.
117000     IF WS-TO-SCREEN = "Y"
117100         DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING)
117200     ELSE
117300         MOVE WS-OUT-LINE TO RPT-OUT-REC
117400         WRITE RPT-OUT-REC
117500     END-IF.
117600
117700 WRITE-HEADER.
117800     MOVE "REFERENTIAL INTEGRITY CHECK" TO WS-OUT-LINE
117900     PERFORM EMIT-LINE
118000     MOVE SPACES TO WS-OUT-LINE
118100     STRING "CHILD  " FUNCTION TRIM(LS-CHILD-DATA)
118200            " COPYBOOK " FUNCTION TRIM(LS-CHILD-CPY)
118300            " FOREIGN KEY "
118400            FUNCTION UPPER-CASE(FUNCTION TRIM(LS-CHILD-KEY))
118500            DELIMITED BY SIZE INTO WS-OUT-LINE
118600     PERFORM EMIT-LINE
118700     MOVE SPACES TO WS-OUT-LINE
118800     STRING "PARENT " FUNCTION TRIM(LS-PARENT-DATA)
118900            " (" FUNCTION TRIM(WS-ORG) ")"
119000            " COPYBOOK " FUNCTION TRIM(LS-PARENT-CPY)
119100            " KEY "
119200            FUNCTION UPPER-CASE(FUNCTION TRIM(LS-PARENT-KEY))
119300            DELIMITED BY SIZE INTO WS-OUT-LINE
119400     PERFORM EMIT-LINE
119500     IF RULES-OK
119600         MOVE SPACES TO WS-OUT-LINE
119700         STRING "TYPE RULES " FUNCTION TRIM(LS-CHILD-RULES)
119800                " - ONLY RECORDS OF THE FOREIGN KEY'S 01 LEVEL"
119900                " ARE CHECKED"
120000                DELIMITED BY SIZE INTO WS-OUT-LINE
120100         PERFORM EMIT-LINE
120200     END-IF
120300     MOVE SPACES TO WS-OUT-LINE
120400     IF WS-CMP-NUM = "Y"
120500         MOVE "KEYS COMPARED AS DECODED NUMBERS" TO WS-OUT-LINE
120600         IF WS-CMP-SCALE > 0
120700             MOVE WS-CMP-SCALE TO WS-CNT-DISP
120800             STRING FUNCTION TRIM(WS-OUT-LINE) " AT "
120900                    FUNCTION TRIM(WS-CNT-DISP)
121000                    " DECIMAL PLACE(S)"
121100                    DELIMITED BY SIZE INTO WS-OUT-LINE
121200         END-IF
121300     ELSE
121400         MOVE "KEYS COMPARED AS TEXT" TO WS-OUT-LINE
121500     END-IF
121600     PERFORM EMIT-LINE
121700     IF WS-ORP-WANTED
121800         MOVE SPACES TO WS-OUT-LINE
121900         STRING "ORPHAN RECORDS COPIED TO "
122000                FUNCTION TRIM(LS-ORPHAN-PATH)
122100                DELIMITED BY SIZE INTO WS-OUT-LINE
122200         PERFORM EMIT-LINE
122300     END-IF
122400     MOVE ALL "-" TO WS-OUT-LINE
122500     PERFORM EMIT-LINE.
122600
122700 WRITE-TOTALS.
122800     MOVE ALL "-" TO WS-OUT-LINE
122900     PERFORM EMIT-LINE
123000     MOVE SPACES TO WS-OUT-LINE
123100     MOVE 1 TO WS-OUT-PTR
123200     MOVE "PARENT RECORDS" TO WS-TOTAL-LABEL
123300     MOVE WS-REF-PARENT-READ TO WS-TOTAL-VALUE
123400     PERFORM ADD-TOTAL-ITEM
123500     MOVE "KEYS" TO WS-TOTAL-LABEL
123600     MOVE WS-REF-PARENT-KEYS TO WS-TOTAL-VALUE
123700     PERFORM ADD-TOTAL-ITEM
123800     MOVE "DUPLICATE KEYS" TO WS-TOTAL-LABEL
123900     MOVE WS-PARENT-DUPS TO WS-TOTAL-VALUE
124000     PERFORM ADD-TOTAL-ITEM
124100     MOVE "UNUSABLE KEYS" TO WS-TOTAL-LABEL
124200     MOVE WS-PARENT-BAD TO WS-TOTAL-VALUE
124300     PERFORM ADD-TOTAL-ITEM
124400     PERFORM EMIT-LINE
124500     MOVE SPACES TO WS-OUT-LINE
124600     MOVE 1 TO WS-OUT-PTR
124700     MOVE "CHILD RECORDS" TO WS-TOTAL-LABEL
124800     MOVE WS-REF-CHILD-READ TO WS-TOTAL-VALUE
124900     PERFORM ADD-TOTAL-ITEM
125000     MOVE "CHECKED" TO WS-TOTAL-LABEL
125100     MOVE WS-REF-CHILD-CHECKED TO WS-TOTAL-VALUE
125200     PERFORM ADD-TOTAL-ITEM
125300     MOVE "OTHER TYPES" TO WS-TOTAL-LABEL
125400     MOVE WS-NOT-CHECKED TO WS-TOTAL-VALUE
125500     PERFORM ADD-TOTAL-ITEM
125600     MOVE "ORPHANS" TO WS-TOTAL-LABEL
125700     MOVE WS-REF-ORPHANS TO WS-TOTAL-VALUE
125800     PERFORM ADD-TOTAL-ITEM
125900     MOVE "BAD KEYS" TO WS-TOTAL-LABEL
126000     MOVE WS-CHILD-BAD TO WS-TOTAL-VALUE
126100     PERFORM ADD-TOTAL-ITEM
126200     PERFORM EMIT-LINE
126300     MOVE SPACES TO WS-OUT-LINE
126400     EVALUATE TRUE
126500         WHEN REF-NOT-RUN
126600             MOVE "RESULT: NOT COMPLETE - A SORT ENDED IN ERROR"
126700                 TO WS-OUT-LINE
126800         WHEN REF-FAIL
126900             MOVE WS-REF-ORPHANS TO WS-CNT-DISP
127000             STRING "RESULT: FAIL - " FUNCTION TRIM(WS-CNT-DISP)
127100                    " CHILD RECORD(S) WITHOUT A PARENT"
127200                    DELIMITED BY SIZE INTO WS-OUT-LINE
127300         WHEN OTHER
127400             MOVE "RESULT: PASS - EVERY CHILD RECORD HAS A PARENT"
127500                 TO WS-OUT-LINE
127600     END-EVALUATE
127700     PERFORM EMIT-LINE.
127800
127900 ADD-TOTAL-ITEM.
128000     MOVE WS-TOTAL-VALUE TO WS-CNT-DISP
128100     IF WS-OUT-PTR > 1
128200         STRING " " DELIMITED BY SIZE
128300             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
128400         END-STRING
128500     END-IF
128600     STRING FUNCTION TRIM(WS-TOTAL-LABEL) "="
128700            FUNCTION TRIM(WS-CNT-DISP)
128800            DELIMITED BY SIZE
128900            INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
129000     END-STRING.
