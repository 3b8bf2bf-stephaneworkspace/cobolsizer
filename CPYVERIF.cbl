001100*        SIGN NIBBLE (C, D OR F)
001200*      - OCCURS ... DEPENDING ON COUNTERS ARE NUMERIC AND WITHIN
001300*        0 TO THE DECLARED MAXIMUM
001400*      - A FIELD WITH 88-LEVEL CONDITION NAMES HOLDS A VALUE ONE
001500*        OF THEM ALLOWS (CHECKED BY CPYDOMCK - NUMBERS DECODED AND
001600*        COMPARED AS NUMBERS, TEXT PADDED AS A MOVE PADS IT); THE
001700*        EXCEPTION SHOWS THE VALUE FOUND
001800*    EVERY VIOLATION IS WRITTEN TO AN EXCEPTION REPORT (RECORD
001900*    NUMBER, FIELD, OFFSET, REASON) AND THE RUN ENDS WITH PASS/
002000*    FAIL TOTALS, SO A BAD TRANSMISSION CAN BE REJECTED BEFORE
002100*    IT REACHES THE NIGHTLY UPDATE.
002200*
002300*    WITHOUT A RULES FILE, ONLY THE FIRST 01-LEVEL RECORD OF THE
002400*    COPYBOOK IS VALIDATED (FURTHER 01 LEVELS ARE NORMALLY
002500*    ALTERNATE VIEWS OF THE SAME BYTES). A RECORD-TYPE RULES
002600*    FILE (LOADED BY CPYRULES) ROUTES EACH RECORD OF A MIXED
002700*    TRANSMISSION FILE - HEADER, DETAILS, TRAILER, EACH ITS OWN
002800*    01 LEVEL - TO THE 01 LEVEL ITS TYPE CODE SELECTS, AND A
002900*    RECORD WHOSE TYPE MATCHES NO RULE IS AN EXCEPTION. FIELDS
003000*    NESTED INSIDE A GROUP OCCURS ARE CHECKED IN THE FIRST
003100*    OCCURRENCE OF THE GROUP ONLY.
003200*
003300*    THE DATA FILE IS READ RECORD SEQUENTIAL (RM-COBOL BINARY
003400*    SEQUENTIAL), THE FORMAT CPYGEN WRITES - PACKED AND BINARY
003500*    FIELDS HOLD BYTES A LINE SEQUENTIAL TERMINATOR WOULD SPLIT -
003600*    UNLESS THE ORGANIZATION PARAMETER SAYS OTHERWISE: "IDX"
003700*    READS AN RM-COBOL INDEXED FILE IN KEY ORDER AND "REL" A
003800*    RELATIVE FILE IN SLOT ORDER, SO PRODUCTION MASTERS CAN BE
003900*    VALIDATED WITHOUT AN UNLOAD. THE INDEXED FILE IS OPENED
004000*    WITH A FIXED 64-BYTE PRIMARY KEY IN THE LEADING BYTES OF
004100*    THE RECORD - A MASTER WHOSE KEY IS NOT EXACTLY THAT SHAPE
004200*    IS REFUSED AT OPEN WITH STATUS 39 (FILE ATTRIBUTE
004300*    CONFLICT), WHICH THE OPEN MESSAGE SPELLS OUT. A MASTER
004400*    LOADED BY CPYLOAD HAS ITS REAL KEYS RECORDED BESIDE IT
004500*    (<MASTER>.KEY, READ BACK BY CPYKEYS) AND IS READ THROUGH
004600*    ITS GENERATED ACCESS MODULE INSTEAD, IN PRIMARY KEY ORDER,
004700*    WHEREVER THE KEYS LIE IN THE RECORD.
004800*
004900*    THE ENCODING PARAMETER (ASCII/EBCDIC, DEFAULT ASCII) READS
005000*    MAINFRAME PARTNER FILES IN PLACE: DISPLAY NUMERICS ARE
005100*    CHECKED BY THEIR EBCDIC BYTE CODES (DIGITS F0-F9, ZONED
005200*    OVERPUNCH SIGNS C0-C9/D0-D9 AND THE SEPARATE + AND -),
005300*    DEPENDING-ON COUNTERS AND RECORD-TYPE DISCRIMINATORS ARE
005400*    TRANSLATED THROUGH EBCTAB BEFORE THEY ARE READ, AND COMP-3
005500*    AND BINARY BYTES ARE CHECKED EXACTLY AS BEFORE - PACKED
005600*    AND BINARY STORAGE IS THE SAME ON BOTH SIDES. AN EBCDIC
005700*    FILE'S COPYBOOK IS SIZED UNDER THE IBM PROFILE - THE
005800*    MAINFRAME SIDE'S OFFSETS ONLY COME OUT RIGHT WITH ITS
005900*    SYNC SLACK AND CEILING, THE SAME CHOICE CPYCONV MAKES.
006000*
006100*    OUTPUT DESTINATION IS PASSED IN BY THE CALLER: "SYSOUT" (OR
006200*    SPACES) WRITES THE REPORT TO THE TERMINAL, ANYTHING ELSE
006300*    IS TREATED AS A LINE SEQUENTIAL FILE PATH TO WRITE TO.
006400*
006500*    MODIFICATION HISTORY
006600*    2026-08-22  INITIAL VERSION.
006700*    2026-08-22  DEPENDING-ON COUNTERS DECODED PER THEIR OWN
006800*                USAGE; DATA FILE READ RECORD SEQUENTIAL.
006900*    2026-09-02  MULTI-RECORD-TYPE FILES: AN OPTIONAL RULES FILE
007000*                (CPYRULES) PICKS THE 01 LEVEL TO VALIDATE EACH
007100*                RECORD AGAINST FROM A TYPE CODE IN THE RECORD.
007200*    2026-09-02  ORGANIZATION PARAMETER (SEQ/IDX/REL) SO INDEXED
007300*                AND RELATIVE MASTERS ARE READ DIRECTLY.
007400*    2026-09-02  RUN TOTALS RETURNED TO THE CALLER IN THE SHARED
007500*                VERIFRES AREA, SO BATCH DRIVERS CAN TEST THE
007600*                OUTCOME WITHOUT PARSING THE REPORT.
007700*    2026-09-02  ENCODING PARAMETER (ASCII/EBCDIC) - EBCDIC
007800*                PARTNER FILES ARE VALIDATED IN PLACE, ZONED
007900*                SIGNS BY THEIR EBCDIC CODES, THE COPYBOOK
008000*                SIZED UNDER THE IBM PROFILE.
008100*    2026-10-15  CONDITION-NAME DOMAIN CHECK - A FIELD WITH 88
008200*                LEVELS THAT HOLDS A VALUE NONE OF THEM ALLOWS IS
008300*                AN EXCEPTION, WITH THE VALUE FOUND.
008400*    2026-10-15  INDEXED MASTERS WITH A KEY DEFINITION RECORDED
008500*                BY CPYLOAD ARE READ THROUGH THEIR ACCESS MODULE,
008600*                SO THE KEYS NEED NOT BE THE LEADING 64 BYTES.
008700******************************************************************
008800 IDENTIFICATION DIVISION.
008900 PROGRAM-ID. CPYVERIF.
009000 DATE-WRITTEN. 26/08/22.
009100 AUTHOR SYSTEMS.
009200 ENVIRONMENT DIVISION.
009300 CONFIGURATION SECTION.
009400 SOURCE-COMPUTER. RM-COBOL.
009500 OBJECT-COMPUTER. RM-COBOL.
009600 INPUT-OUTPUT SECTION.
009700 FILE-CONTROL.
009800     SELECT DATA-IN-FILE ASSIGN TO DYNAMIC WS-DATA-PATH
009900         ORGANIZATION SEQUENTIAL
010000         FILE STATUS IS WS-DATA-STATUS.
010100     SELECT DATA-IDX-FILE ASSIGN TO DYNAMIC WS-DATA-PATH
010200         ORGANIZATION INDEXED
010300         ACCESS MODE DYNAMIC
010400         RECORD KEY IS DATA-IDX-KEY
010500         FILE STATUS IS WS-DATA-STATUS.
010600     SELECT DATA-REL-FILE ASSIGN TO DYNAMIC WS-DATA-PATH
010700         ORGANIZATION RELATIVE
010800         ACCESS MODE DYNAMIC
010900         RELATIVE KEY IS WS-REL-KEY
011000         FILE STATUS IS WS-DATA-STATUS.
011100     SELECT RPT-OUT-FILE ASSIGN TO DYNAMIC WS-OUT-PATH
011200         ORGANIZATION LINE SEQUENTIAL
011300         FILE STATUS IS WS-OUT-STATUS.
011400 DATA DIVISION.
011500 FILE SECTION.
011600 FD  DATA-IN-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
011700         CHARACTERS DEPENDING ON WS-DATA-REC-LEN.
011800 01  DATA-IN-REC                          PIC X(9999).
011900 FD  DATA-IDX-FILE RECORD IS VARYING IN SIZE FROM 65 TO 9999
012000         CHARACTERS DEPENDING ON WS-DATA-REC-LEN.
012100 01  DATA-IDX-REC.
012200     05 DATA-IDX-KEY                      PIC X(64).
012300     05 FILLER                            PIC X(9935).
012400 FD  DATA-REL-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
012500         CHARACTERS DEPENDING ON WS-DATA-REC-LEN.
012600 01  DATA-REL-REC                         PIC X(9999).
012700 FD  RPT-OUT-FILE.
012800 01  RPT-OUT-REC                          PIC X(160).
012900 WORKING-STORAGE SECTION.
013000 01  WS-DATA-PATH                         PIC X(200).
013100 01  WS-DATA-STATUS                       PIC XX.
013200 01  WS-DATA-REC-LEN                      PIC 9(4).
013300 01  WS-OUT-PATH                          PIC X(200).
013400 01  WS-OUT-STATUS                        PIC XX.
013500 01  WS-TO-SCREEN                         PIC X VALUE "Y".
013600 01  WS-OUT-LINE                          PIC X(160).
013700 01  WS-EOF-SW                            PIC X VALUE "N".
013800     88 WS-EOF                            VALUE "Y".
013900 01  WS-RECORD                            PIC X(9999).
014000 01  WS-REC-NUMBER                        PIC 9(9) VALUE ZERO.
014100 01  WS-REC-IN-ERROR                      PIC X.
014200 01  WS-REC-ERROR-COUNT                   PIC 9(9) VALUE ZERO.
014300 01  WS-EXCEPTION-COUNT                   PIC 9(9) VALUE ZERO.
014400 01  WS-REC-FIRST                         PIC 9(4).
014500 01  WS-REC-LAST                          PIC 9(4).
014600 01  WS-IDX                               PIC 9(4).
014700 01  WS-SCAN-IDX                          PIC 9(4).
014800 01  WS-FOUND-IDX                         PIC 9(4).
014900 01  WS-OCC                               PIC 9(5).
015000 01  WS-OCC-COUNT                         PIC 9(5).
015100 01  WS-FLD-OFF                           PIC 9(6).
015200 01  WS-FLD-END                           PIC 9(6).
015300 01  WS-BYTE-IDX                          PIC 9(6).
015400 01  WS-BYTE                              PIC X.
015500 01  WS-BYTE-VAL                          PIC 9(4).
015600 01  WS-NIB-HI                            PIC 9(2).
015700 01  WS-NIB-LO                            PIC 9(2).
015800 01  WS-PIC-NUMERIC-SW                    PIC X.
015900     88 WS-PIC-NUMERIC                    VALUE "Y".
016000 01  WS-PIC-SIGNED-SW                     PIC X.
016100     88 WS-PIC-SIGNED                     VALUE "Y".
016200 01  WS-PIC-CHAR                          PIC X.
016300 01  WS-PIC-SCAN                          PIC 9(4).
016400 01  WS-PIC-SCAN-LEN                      PIC 9(4).
016500 01  WS-COUNTER-VALUE                     PIC 9(9).
016600 01  WS-COUNTER-OK-SW                     PIC X.
016700     88 WS-COUNTER-OK                     VALUE "Y".
016800 01  WS-CNT-ACC                           PIC 9(18).
016900 01  WS-CNT-BAD-SW                        PIC X.
017000 01  WS-ODO-WARNED                        PIC X VALUE "N".
017100 01  WS-COUNTER-TEXT                      PIC X(18).
017200 01  WS-REASON                            PIC X(60).
017300 01  WS-REC-DISP                          PIC ZZZZZZZZ9.
017400 01  WS-OFF-DISP                          PIC ZZZZZ9.
017500 01  WS-CNT-DISP                          PIC ZZZZZZZZ9.
017600 01  WS-OVERPUNCH-SET                     PIC X(22)
017700     VALUE "{ABCDEFGHI}JKLMNOPQR+-".
017800
017900 01  WS-PARSE-DIALECT                     PIC X(8)
018000                                          VALUE "RMC".
018100
018200 01  WS-CUR-REC-NO                        PIC 9(2) VALUE ZERO.
018300 01  WS-WANT-REC-NO                       PIC 9(2).
018400 01  WS-01-SEEN                           PIC 9(2).
018500 01  WS-01-TOTAL                          PIC 9(2).
018600 01  WS-RULE-IDX                          PIC 9(2).
018700 01  WS-LAYOUT-OK-SW                      PIC X.
018800 01  WS-RULE-BAD-SW                       PIC X.
018900 01  WS-ORG                               PIC X(4) VALUE "SEQ".
019000 01  WS-REL-KEY                           PIC 9(9).
019100 01  WS-ENC                               PIC X(8) VALUE "ASCII".
019200 01  WS-DISC-WORK                         PIC X(8).
019300 01  WS-TRAN-TEXT                         PIC X(64).
019400 01  WS-TRAN-LEN                          PIC 9(4).
019500 01  WS-TRAN-IDX                          PIC 9(4).
019600
019700     COPY "FLDTAB.cpy".
019800     COPY "SIZERES.cpy".
019900     COPY "RECTYPE.cpy".
020000     COPY "EBCTAB.cpy".
020100     COPY "DOMRES.cpy".
020200     COPY "KEYRES.cpy".
020300     COPY "KEYIO.cpy".
020400
020500 LINKAGE SECTION.
020600 01  LS-COPYBOOK-PATH                     PIC X(200).
020700 01  LS-DATA-PATH                         PIC X(200).
020800 01  LS-OUTPUT-PATH                       PIC X(200).
020900 01  LS-RULES-PATH                        PIC X(200).
021000 01  LS-ORG-TEXT                          PIC X(4).
021100 01  LS-ENCODING                          PIC X(8).
021200     COPY "VERIFRES.cpy".
021300
021400 PROCEDURE DIVISION USING LS-COPYBOOK-PATH LS-DATA-PATH
021500                           LS-OUTPUT-PATH LS-RULES-PATH
021600                           LS-ORG-TEXT LS-ENCODING
021700                           WS-VERIF-RESULT.
021800
021900 MAIN-VERIF.
022000     MOVE "N" TO WS-VERIF-STATUS
022100     MOVE ZERO TO WS-VERIF-RECORDS-READ
022200     MOVE ZERO TO WS-VERIF-RECORDS-ERROR
022300     MOVE ZERO TO WS-VERIF-EXCEPTIONS
022400     MOVE "N" TO WS-EOF-SW
022500     MOVE ZERO TO WS-REC-NUMBER WS-REC-ERROR-COUNT
022600                  WS-EXCEPTION-COUNT
022700     MOVE FUNCTION UPPER-CASE(LS-ENCODING) TO WS-ENC
022800     IF WS-ENC = SPACES
022900         MOVE "ASCII" TO WS-ENC
023000     END-IF
023100     IF WS-ENC NOT = "ASCII" AND WS-ENC NOT = "EBCDIC"
023200         DISPLAY "CPYVERIF: ENCODING MUST BE ASCII OR EBCDIC"
023300             " - GOT " FUNCTION TRIM(LS-ENCODING)
023400         GOBACK
023500     END-IF
023600*    BACK TO THE HOUSE PROFILE FIRST - A CALLED PROGRAM KEEPS
023700*    ITS LAST-USED STATE, AND AN ASCII RUN AFTER AN EBCDIC ONE
023800*    MUST NOT STAY ON THE IBM PROFILE.
023900     MOVE "RMC" TO WS-PARSE-DIALECT
024000     IF WS-ENC = "EBCDIC"
024100*        THE MAINFRAME SIDE'S OFFSETS ONLY COME OUT RIGHT UNDER
024200*        THE IBM SIZING PROFILE - THE SAME CHOICE CPYCONV MAKES.
024300         MOVE "IBM" TO WS-PARSE-DIALECT
024400     END-IF
024500     CALL "CPYPARSE" USING LS-COPYBOOK-PATH WS-FLD-TABLE
024600         WS-SIZING-RESULT WS-PARSE-DIALECT
024700     IF RESULT-FILE-ERROR
024800         DISPLAY "CPYVERIF: UNABLE TO OPEN COPYBOOK "
024900             FUNCTION TRIM(LS-COPYBOOK-PATH)
025000         GOBACK
025100     END-IF
025200     PERFORM FIND-FIRST-RECORD
025300     IF WS-REC-FIRST = 0
025400         DISPLAY "CPYVERIF: NO 01-LEVEL RECORD IN "
025500             FUNCTION TRIM(LS-COPYBOOK-PATH)
025600         GOBACK
025700     END-IF
025800     CALL "CPYRULES" USING LS-RULES-PATH WS-TYPE-RULES
025900     IF RULES-FILE-ERROR
026000         GOBACK
026100     END-IF
026200     IF RULES-OK
026300         PERFORM PREPARE-TYPE-RULES
026400         IF WS-RULE-BAD-SW = "Y"
026500             GOBACK
026600         END-IF
026700     END-IF
026800     MOVE FUNCTION UPPER-CASE(LS-ORG-TEXT) TO WS-ORG
026900     IF WS-ORG = SPACES
027000         MOVE "SEQ" TO WS-ORG
027100     END-IF
027200     IF WS-ORG NOT = "SEQ" AND WS-ORG NOT = "IDX"
027300       AND WS-ORG NOT = "REL"
027400         DISPLAY "CPYVERIF: ORGANIZATION MUST BE SEQ, IDX OR"
027500             " REL - GOT " FUNCTION TRIM(LS-ORG-TEXT)
027600         GOBACK
027700     END-IF
027800     MOVE LS-DATA-PATH TO WS-DATA-PATH
027900     MOVE "N" TO WS-KEYDEF-STATUS
028000     IF WS-ORG = "IDX"
028100         MOVE LS-DATA-PATH TO WS-KEYDEF-MASTER
028200         CALL "CPYKEYS" USING WS-KEYDEF-AREA
028300         IF KEYDEF-NO-MODULE OR KEYDEF-BAD
028400             DISPLAY "CPYVERIF: "
028500                 FUNCTION TRIM(WS-KEYDEF-MESSAGE)
028600             GOBACK
028700         END-IF
028800     END-IF
028900     PERFORM OPEN-DATA-INPUT
029000     IF WS-DATA-STATUS NOT = "00"
029100         DISPLAY "CPYVERIF: UNABLE TO OPEN DATA FILE "
029200             FUNCTION TRIM(LS-DATA-PATH)
029300             " (STATUS " WS-DATA-STATUS ")"
029400         IF WS-ORG = "IDX" AND WS-DATA-STATUS = "39"
029500             DISPLAY "CPYVERIF: AN INDEXED FILE NEEDS A 64-BYTE"
029600                 " PRIMARY KEY IN THE LEADING BYTES OF THE"
029700                 " RECORD, OR A KEY DEFINITION RECORDED BY"
029800                 " CPYLOAD"
029900         END-IF
030000         GOBACK
030100     END-IF
030200     PERFORM OPEN-DESTINATION
030300     PERFORM WRITE-HEADER
030400     PERFORM UNTIL WS-EOF
030500         PERFORM READ-DATA-RECORD
030600         IF NOT WS-EOF
030700             ADD 1 TO WS-REC-NUMBER
030800             PERFORM VALIDATE-ONE-RECORD
030900         END-IF
031000     END-PERFORM
031100     PERFORM CLOSE-DATA-INPUT
031200     PERFORM WRITE-TOTALS
031300     PERFORM CLOSE-DESTINATION
031400     GOBACK.
031500
031600 OPEN-DATA-INPUT.
031700     EVALUATE WS-ORG
031800         WHEN "IDX"
031900             IF KEYDEF-FOUND
032000                 MOVE "OI" TO WS-KIO-FUNCTION
032100                 MOVE WS-DATA-PATH TO WS-KIO-PATH
032200                 CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
032300                 MOVE WS-KIO-STATUS TO WS-DATA-STATUS
032400             ELSE
032500                 OPEN INPUT DATA-IDX-FILE
032600             END-IF
032700         WHEN "REL"
032800             OPEN INPUT DATA-REL-FILE
032900         WHEN OTHER
033000             OPEN INPUT DATA-IN-FILE
033100     END-EVALUATE.
033200
033300 CLOSE-DATA-INPUT.
033400     EVALUATE WS-ORG
033500         WHEN "IDX"
033600             IF KEYDEF-FOUND
033700                 MOVE "CL" TO WS-KIO-FUNCTION
033800                 CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
033900             ELSE
034000                 CLOSE DATA-IDX-FILE
034100             END-IF
034200         WHEN "REL"
034300             CLOSE DATA-REL-FILE
034400         WHEN OTHER
034500             CLOSE DATA-IN-FILE
034600     END-EVALUATE.
034700
034800* READS THE NEXT RECORD OF WHICHEVER ORGANIZATION IS OPEN INTO
034900* WS-RECORD. INDEXED FILES COME BACK IN KEY ORDER, RELATIVE
035000* FILES IN SLOT ORDER WITH DELETED SLOTS SKIPPED; A MASTER
035100* WITH A RECORDED KEY DEFINITION IS READ THROUGH ITS ACCESS
035200* MODULE, WHOSE STATUS STANDS IN FOR THE FILE'S. ANY NON-ZERO
035300* STATUS AFTER THE READ ENDS THE SCAN - THE SAME GUARD THE
035400* BROWSER NEEDS AGAINST STATUS 46 AFTER END OF FILE.
035500 READ-DATA-RECORD.
035600     EVALUATE WS-ORG
035700         WHEN "IDX"
035800             IF KEYDEF-FOUND
035900                 PERFORM READ-THROUGH-MODULE
036000             ELSE
036100                 READ DATA-IDX-FILE NEXT RECORD
036200                     AT END
036300                         SET WS-EOF TO TRUE
036400                     NOT AT END
036500                         MOVE SPACES TO WS-RECORD
036600                         MOVE DATA-IDX-REC(1:WS-DATA-REC-LEN)
036700                              TO WS-RECORD(1:WS-DATA-REC-LEN)
036800                 END-READ
036900             END-IF
037000         WHEN "REL"
037100             READ DATA-REL-FILE NEXT RECORD
037200                 AT END
037300                     SET WS-EOF TO TRUE
037400                 NOT AT END
037500                     MOVE SPACES TO WS-RECORD
037600                     MOVE DATA-REL-REC(1:WS-DATA-REC-LEN)
037700                          TO WS-RECORD(1:WS-DATA-REC-LEN)
037800             END-READ
037900         WHEN OTHER
038000             READ DATA-IN-FILE INTO WS-RECORD
038100                 AT END
038200                     SET WS-EOF TO TRUE
038300             END-READ
038400     END-EVALUATE
038500     IF NOT WS-EOF AND WS-DATA-STATUS NOT = "00"
038600         SET WS-EOF TO TRUE
038700     END-IF.
038800
038900 READ-THROUGH-MODULE.
039000     MOVE "RN" TO WS-KIO-FUNCTION
039100     CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
039200     MOVE WS-KIO-STATUS TO WS-DATA-STATUS
039300     IF WS-KIO-STATUS = "10"
039400         SET WS-EOF TO TRUE
039500     ELSE
039600         MOVE WS-KIO-REC-LEN TO WS-DATA-REC-LEN
039700         MOVE SPACES TO WS-RECORD
039800         IF WS-KIO-STATUS = "00"
039900             MOVE WS-KIO-RECORD(1:WS-DATA-REC-LEN)
040000                  TO WS-RECORD(1:WS-DATA-REC-LEN)
040100         END-IF
040200     END-IF.
040300
040400 OPEN-DESTINATION.
040500     IF LS-OUTPUT-PATH = SPACES OR LS-OUTPUT-PATH = "SYSOUT"
040600         MOVE "Y" TO WS-TO-SCREEN
040700     ELSE
040800         MOVE "N" TO WS-TO-SCREEN
040900         MOVE LS-OUTPUT-PATH TO WS-OUT-PATH
041000         OPEN OUTPUT RPT-OUT-FILE
041100     END-IF.
041200
041300 CLOSE-DESTINATION.
041400     IF WS-TO-SCREEN = "N"
041500         CLOSE RPT-OUT-FILE
041600     END-IF.
041700
041800 EMIT-LINE.
041900     IF WS-TO-SCREEN = "Y"
042000         DISPLAY FUNCTION TRIM(WS-OUT-LINE)
042100     ELSE
042200         MOVE WS-OUT-LINE TO RPT-OUT-REC
042300         WRITE RPT-OUT-REC
042400     END-IF.
042500
042600 WRITE-HEADER.
042700     MOVE SPACES TO WS-OUT-LINE
042800     STRING "DATA FILE VALIDATION - "
042900            FUNCTION TRIM(LS-DATA-PATH)
043000            " AGAINST " FUNCTION TRIM(LS-COPYBOOK-PATH)
043100            DELIMITED BY SIZE INTO WS-OUT-LINE
043200     PERFORM EMIT-LINE
043300     MOVE SPACES TO WS-OUT-LINE
043400     STRING "RECORD " FUNCTION TRIM(FLD-NAME(WS-REC-FIRST))
043500            " MIN=" FLD-LEN-MIN(WS-REC-FIRST)
043600            " MAX=" FLD-LEN-MAX(WS-REC-FIRST)
043700            DELIMITED BY SIZE INTO WS-OUT-LINE
043800     PERFORM EMIT-LINE
043900     IF RULES-OK
044000         MOVE SPACES TO WS-OUT-LINE
044100         STRING "TYPE RULES " FUNCTION TRIM(LS-RULES-PATH)
044200                " (" WS-RULE-COUNT " TYPES, DISCRIMINATOR AT +"
044300                WS-RULE-DISC-OFF ")"
044400                DELIMITED BY SIZE INTO WS-OUT-LINE
044500         PERFORM EMIT-LINE
044600     END-IF
044700     MOVE ALL "-" TO WS-OUT-LINE
044800     PERFORM EMIT-LINE.
044900
045000* THE FIRST 01 LEVEL IN THE TABLE AND THE RANGE OF ENTRIES THAT
045100* BELONG TO IT - THAT IS THE RECORD THE DATA FILE IS CHECKED
045200* AGAINST.
045300 FIND-FIRST-RECORD.
045400     MOVE 0 TO WS-REC-FIRST
045500     MOVE 0 TO WS-REC-LAST
045600     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
045700               UNTIL WS-SCAN-IDX > WS-FLD-COUNT
045800         IF FLD-LEVEL(WS-SCAN-IDX) = 1
045900             IF WS-REC-FIRST = 0
046000                 MOVE WS-SCAN-IDX TO WS-REC-FIRST
046100                 MOVE WS-FLD-COUNT TO WS-REC-LAST
046200             ELSE
046300                 IF WS-REC-LAST = WS-FLD-COUNT
046400                   AND WS-SCAN-IDX > WS-REC-FIRST
046500                     COMPUTE WS-REC-LAST = WS-SCAN-IDX - 1
046600                 END-IF
046700             END-IF
046800         END-IF
046900     END-PERFORM.
047000
047100* RESOLVES THE DISCRIMINATOR FIELD NAME (WHEN THE RULES FILE
047200* NAMES ONE) AGAINST THE FIELD TABLE AND CHECKS EVERY RULE'S
047300* RECORD NUMBER NAMES AN 01 LEVEL THE COPYBOOK ACTUALLY HAS.
047400 PREPARE-TYPE-RULES.
047500     MOVE "N" TO WS-RULE-BAD-SW
047600     IF WS-RULE-DISC-FIELD NOT = SPACES
047700         MOVE 0 TO WS-FOUND-IDX
047800         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
047900                   UNTIL WS-SCAN-IDX > WS-FLD-COUNT
048000                      OR WS-FOUND-IDX > 0
048100             IF FUNCTION TRIM(FLD-NAME(WS-SCAN-IDX)) =
048200                FUNCTION TRIM(WS-RULE-DISC-FIELD)
048300                 MOVE WS-SCAN-IDX TO WS-FOUND-IDX
048400             END-IF
048500         END-PERFORM
048600         IF WS-FOUND-IDX = 0
048700             DISPLAY "CPYVERIF: DISCRIMINATOR FIELD "
048800                 FUNCTION TRIM(WS-RULE-DISC-FIELD)
048900                 " NOT IN COPYBOOK"
049000             MOVE "Y" TO WS-RULE-BAD-SW
049100         ELSE
049200             MOVE FLD-OFFSET(WS-FOUND-IDX) TO WS-RULE-DISC-OFF
049300             MOVE FLD-ELEM-LEN(WS-FOUND-IDX) TO WS-RULE-DISC-LEN
049400         END-IF
049500     END-IF
049600     IF WS-RULE-DISC-LEN = 0 OR WS-RULE-DISC-LEN > 8
049700         MOVE 1 TO WS-RULE-DISC-LEN
049800     END-IF
049900     MOVE 0 TO WS-01-TOTAL
050000     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
050100               UNTIL WS-SCAN-IDX > WS-FLD-COUNT
050200         IF FLD-LEVEL(WS-SCAN-IDX) = 1
050300             ADD 1 TO WS-01-TOTAL
050400         END-IF
050500     END-PERFORM
050600     PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
050700               UNTIL WS-RULE-IDX > WS-RULE-COUNT
050800         IF WS-RULE-RECORD-NO(WS-RULE-IDX) = 0
050900           OR WS-RULE-RECORD-NO(WS-RULE-IDX) > WS-01-TOTAL
051000             DISPLAY "CPYVERIF: RULE TYPE "
051100                 FUNCTION TRIM(WS-RULE-VALUE(WS-RULE-IDX))
051200                 " NAMES 01 NUMBER "
051300                 WS-RULE-RECORD-NO(WS-RULE-IDX)
051400                 " - COPYBOOK HAS " WS-01-TOTAL
051500             MOVE "Y" TO WS-RULE-BAD-SW
051600         END-IF
051700     END-PERFORM
051800     MOVE 1 TO WS-CUR-REC-NO.
051900
052000* POINTS WS-REC-FIRST/WS-REC-LAST AT THE WS-WANT-REC-NO'TH
052100* 01 LEVEL OF THE FIELD TABLE.
052200 SET-RECORD-RANGE.
052300     MOVE 0 TO WS-REC-FIRST
052400     MOVE 0 TO WS-REC-LAST
052500     MOVE 0 TO WS-01-SEEN
052600     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
052700               UNTIL WS-SCAN-IDX > WS-FLD-COUNT
052800         IF FLD-LEVEL(WS-SCAN-IDX) = 1
052900             ADD 1 TO WS-01-SEEN
053000             IF WS-01-SEEN = WS-WANT-REC-NO
053100                 MOVE WS-SCAN-IDX TO WS-REC-FIRST
053200                 MOVE WS-FLD-COUNT TO WS-REC-LAST
053300             ELSE
053400                 IF WS-01-SEEN = WS-WANT-REC-NO + 1
053500                     COMPUTE WS-REC-LAST = WS-SCAN-IDX - 1
053600                 END-IF
053700             END-IF
053800         END-IF
053900     END-PERFORM.
054000
054100* MATCHES THE CURRENT RECORD'S TYPE BYTES AGAINST THE RULES AND
054200* SWITCHES THE VALIDATION RANGE TO THE SELECTED 01 LEVEL. THE
054300* RANGE IS ONLY REBUILT WHEN THE TYPE DIFFERS FROM THE PREVIOUS
054400* RECORD'S. AN UNMATCHED TYPE IS AN EXCEPTION AND THE RECORD'S
054500* FIELDS ARE NOT CHECKED - THERE IS NO LAYOUT TO CHECK THEM BY.
054600 SELECT-RECORD-LAYOUT.
054700     MOVE 0 TO WS-FOUND-IDX
054800     IF WS-RULE-DISC-OFF + WS-RULE-DISC-LEN - 1
054900             <= WS-DATA-REC-LEN
055000         MOVE WS-RECORD(WS-RULE-DISC-OFF:WS-RULE-DISC-LEN)
055100              TO WS-DISC-WORK
055200         IF WS-ENC = "EBCDIC"
055300*            THE RULES FILE IS ASCII - TRANSLATE THE RECORD'S
055400*            TYPE BYTES BEFORE MATCHING THEM.
055500             MOVE WS-DISC-WORK TO WS-TRAN-TEXT
055600             MOVE WS-RULE-DISC-LEN TO WS-TRAN-LEN
055700             PERFORM TRANSLATE-E2A-TEXT
055800             MOVE WS-TRAN-TEXT(1:8) TO WS-DISC-WORK
055900         END-IF
056000         PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
056100                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
056200                      OR WS-FOUND-IDX > 0
056300             IF WS-DISC-WORK(1:WS-RULE-DISC-LEN) =
056400                WS-RULE-VALUE(WS-RULE-IDX)(1:WS-RULE-DISC-LEN)
056500                 MOVE WS-RULE-IDX TO WS-FOUND-IDX
056600             END-IF
056700         END-PERFORM
056800     END-IF
056900     IF WS-FOUND-IDX = 0
057000         MOVE "N" TO WS-LAYOUT-OK-SW
057100         MOVE WS-REC-FIRST TO WS-IDX
057200         MOVE WS-RULE-DISC-OFF TO WS-FLD-OFF
057300         MOVE SPACES TO WS-REASON
057400         STRING "UNKNOWN RECORD TYPE '"
057500                WS-RECORD(WS-RULE-DISC-OFF:WS-RULE-DISC-LEN)
057600                "'"
057700                DELIMITED BY SIZE INTO WS-REASON
057800         PERFORM REPORT-EXCEPTION
057900     ELSE
058000         IF WS-RULE-RECORD-NO(WS-FOUND-IDX)
058100                 NOT = WS-CUR-REC-NO
058200           OR WS-REC-FIRST = 0
058300             MOVE WS-RULE-RECORD-NO(WS-FOUND-IDX)
058400                  TO WS-CUR-REC-NO
058500             MOVE WS-CUR-REC-NO TO WS-WANT-REC-NO
058600             PERFORM SET-RECORD-RANGE
058700         END-IF
058800     END-IF.
058900
059000 VALIDATE-ONE-RECORD.
059100     MOVE "N" TO WS-REC-IN-ERROR
059200     MOVE "Y" TO WS-LAYOUT-OK-SW
059300     IF RULES-OK
059400         PERFORM SELECT-RECORD-LAYOUT
059500     END-IF
059600     IF WS-LAYOUT-OK-SW = "Y"
059700         PERFORM VALIDATE-RECORD-FIELDS
059800     END-IF
059900     IF WS-REC-IN-ERROR = "Y"
060000         ADD 1 TO WS-REC-ERROR-COUNT
060100     END-IF.
060200
060300 VALIDATE-RECORD-FIELDS.
060400     IF WS-DATA-REC-LEN < FLD-LEN-MIN(WS-REC-FIRST)
060500       OR WS-DATA-REC-LEN > FLD-LEN-MAX(WS-REC-FIRST)
060600         MOVE SPACES TO WS-REASON
060700         STRING "RECORD LENGTH " WS-DATA-REC-LEN
060800                " OUTSIDE " FLD-LEN-MIN(WS-REC-FIRST)
060900                "-" FLD-LEN-MAX(WS-REC-FIRST)
061000                DELIMITED BY SIZE INTO WS-REASON
061100         MOVE WS-REC-FIRST TO WS-IDX
061200         MOVE 1 TO WS-FLD-OFF
061300         PERFORM REPORT-EXCEPTION
061400     END-IF
061500     PERFORM VARYING WS-IDX FROM WS-REC-FIRST BY 1
061600               UNTIL WS-IDX > WS-REC-LAST
061700         IF FLD-IS-GROUP(WS-IDX) = "N"
061800             PERFORM VALIDATE-ONE-FIELD
061900         ELSE
062000             IF FLD-DEPENDING-ON(WS-IDX) NOT = SPACES
062100                 PERFORM VALIDATE-ODO-COUNTER
062200             END-IF
062300         END-IF
062400     END-PERFORM.
062500
062600 VALIDATE-ONE-FIELD.
062700     IF FLD-OCCURS-MAX(WS-IDX) = 0
062800         MOVE 1 TO WS-OCC-COUNT
062900     ELSE
063000         MOVE FLD-OCCURS-MAX(WS-IDX) TO WS-OCC-COUNT
063100     END-IF
063200     IF FLD-DEPENDING-ON(WS-IDX) NOT = SPACES
063300         PERFORM VALIDATE-ODO-COUNTER
063400         IF WS-COUNTER-VALUE <= FLD-OCCURS-MAX(WS-IDX)
063500             MOVE WS-COUNTER-VALUE TO WS-OCC-COUNT
063600         ELSE
063700             MOVE 0 TO WS-OCC-COUNT
063800         END-IF
063900     END-IF
064000     PERFORM VARYING WS-OCC FROM 1 BY 1
064100               UNTIL WS-OCC > WS-OCC-COUNT
064200         COMPUTE WS-FLD-OFF = FLD-OFFSET(WS-IDX)
064300             + (WS-OCC - 1) * FLD-ELEM-LEN(WS-IDX)
064400         COMPUTE WS-FLD-END = WS-FLD-OFF
064500             + FLD-ELEM-LEN(WS-IDX) - 1
064600         IF WS-FLD-END <= WS-DATA-REC-LEN
064700             EVALUATE FLD-USAGE(WS-IDX)
064800                 WHEN "DISPLAY"
064900                     PERFORM CHECK-PIC-NUMERIC
065000                     IF WS-PIC-NUMERIC
065100                         PERFORM VALIDATE-DISPLAY-NUMERIC
065200                     END-IF
065300                 WHEN "COMP-3"
065400                     PERFORM VALIDATE-COMP3
065500                 WHEN OTHER
065600                     CONTINUE
065700             END-EVALUATE
065800             IF FLD-DOM-COUNT(WS-IDX) > 0
065900                 PERFORM VALIDATE-FIELD-DOMAIN
066000             END-IF
066100         END-IF
066200     END-PERFORM.
066300
066400* THE OCCURRENCE AT WS-FLD-OFF AGAINST THE FIELD'S CONDITION
066500* NAMES. A NUMERIC VALUE TOO DAMAGED TO DECODE COMES BACK NOT
066600* CHECKED - THE BYTE CHECKS ABOVE HAVE REPORTED IT ALREADY.
066700 VALIDATE-FIELD-DOMAIN.
066800     MOVE WS-IDX TO WS-DOMCK-FLD
066900     MOVE WS-FLD-OFF TO WS-DOMCK-OFF
067000     MOVE WS-ENC TO WS-DOMCK-ENC
067100     CALL "CPYDOMCK" USING WS-FLD-TABLE WS-RECORD WS-DOMCK-AREA
067200     IF DOMCK-OUT-OF-DOMAIN
067300         MOVE SPACES TO WS-REASON
067400         STRING "VALUE '" FUNCTION TRIM(WS-DOMCK-VALUE)
067500                "' NOT ALLOWED BY ANY 88 LEVEL"
067600                DELIMITED BY SIZE INTO WS-REASON
067700         PERFORM REPORT-EXCEPTION
067800     END-IF.
067900
068000* A PICTURE IS TREATED AS DISPLAY NUMERIC WHEN IT IS BUILT ONLY
068100* FROM 9 S V P AND REPEAT COUNTS - EDITED PICTURES (Z , . ETC)
068200* LEGITIMATELY HOLD NON-DIGIT BYTES AND ARE NOT CHECKED.
068300 CHECK-PIC-NUMERIC.
068400     MOVE "N" TO WS-PIC-NUMERIC-SW
068500     MOVE "N" TO WS-PIC-SIGNED-SW
068600     IF FLD-PIC-STRING(WS-IDX) = SPACES
068700         CONTINUE
068800     ELSE
068900         MOVE "Y" TO WS-PIC-NUMERIC-SW
069000         COMPUTE WS-PIC-SCAN-LEN = FUNCTION LENGTH(
069100             FUNCTION TRIM(FLD-PIC-STRING(WS-IDX)))
069200         PERFORM VARYING WS-PIC-SCAN FROM 1 BY 1
069300                   UNTIL WS-PIC-SCAN > WS-PIC-SCAN-LEN
069400             MOVE FLD-PIC-STRING(WS-IDX)(WS-PIC-SCAN:1)
069500                  TO WS-PIC-CHAR
069600             IF WS-PIC-CHAR = "S"
069700                 MOVE "Y" TO WS-PIC-SIGNED-SW
069800             END-IF
069900             IF WS-PIC-CHAR NOT = "9" AND WS-PIC-CHAR NOT = "S"
070000               AND WS-PIC-CHAR NOT = "V" AND WS-PIC-CHAR NOT = "P"
070100               AND WS-PIC-CHAR NOT = "(" AND WS-PIC-CHAR NOT = ")"
070200               AND WS-PIC-CHAR NOT NUMERIC
070300                 MOVE "N" TO WS-PIC-NUMERIC-SW
070400             END-IF
070500         END-PERFORM
070600     END-IF.
070700
070800 VALIDATE-DISPLAY-NUMERIC.
070900     IF WS-ENC = "EBCDIC"
071000         PERFORM VALIDATE-EBCDIC-NUMERIC
071100     ELSE
071200         PERFORM VALIDATE-ASCII-NUMERIC
071300     END-IF.
071400
071500 VALIDATE-ASCII-NUMERIC.
071600     PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF BY 1
071700               UNTIL WS-BYTE-IDX > WS-FLD-END
071800         MOVE WS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
071900         IF WS-BYTE NOT NUMERIC
072000             IF WS-PIC-SIGNED AND WS-BYTE-IDX = WS-FLD-END
072100               AND WS-BYTE NOT = SPACE
072200                 PERFORM CHECK-OVERPUNCH-BYTE
072300             ELSE
072400                 MOVE SPACES TO WS-REASON
072500                 STRING "NON-NUMERIC BYTE IN DISPLAY FIELD AT +"
072600                        WS-BYTE-IDX
072700                        DELIMITED BY SIZE INTO WS-REASON
072800                 PERFORM REPORT-EXCEPTION
072900                 MOVE WS-FLD-END TO WS-BYTE-IDX
073000             END-IF
073100         END-IF
073200     END-PERFORM.
073300
073400* AN EBCDIC DISPLAY NUMERIC HOLDS DIGITS F0-F9; ON A SIGNED
073500* PICTURE THE LAST BYTE MAY INSTEAD CARRY A ZONED OVERPUNCH
073600* (C0-C9 POSITIVE, D0-D9 NEGATIVE) OR THE SEPARATE SIGNS
073700* X"4E" (+) AND X"60" (-). THE BYTES ARE JUDGED BY THEIR
073800* EBCDIC CODES - NO TRANSLATION, NO AMBIGUITY.
073900 VALIDATE-EBCDIC-NUMERIC.
074000     PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF BY 1
074100               UNTIL WS-BYTE-IDX > WS-FLD-END
074200         MOVE WS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
074300         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
074400         IF WS-BYTE-VAL < 240 OR WS-BYTE-VAL > 249
074500             IF WS-PIC-SIGNED AND WS-BYTE-IDX = WS-FLD-END
074600               AND ((WS-BYTE-VAL >= 192 AND WS-BYTE-VAL <= 201)
074700                 OR (WS-BYTE-VAL >= 208 AND WS-BYTE-VAL <= 217)
074800                 OR WS-BYTE-VAL = 78 OR WS-BYTE-VAL = 96)
074900                 CONTINUE
075000             ELSE
075100                 MOVE SPACES TO WS-REASON
075200                 STRING "NON-NUMERIC EBCDIC BYTE IN DISPLAY"
075300                        " FIELD AT +" WS-BYTE-IDX
075400                        DELIMITED BY SIZE INTO WS-REASON
075500                 PERFORM REPORT-EXCEPTION
075600                 MOVE WS-FLD-END TO WS-BYTE-IDX
075700             END-IF
075800         END-IF
075900     END-PERFORM.
076000
076100* TRANSLATES THE FIRST WS-TRAN-LEN BYTES OF WS-TRAN-TEXT FROM
076200* EBCDIC TO ASCII THROUGH THE EBCTAB TABLE.
076300 TRANSLATE-E2A-TEXT.
076400     PERFORM VARYING WS-TRAN-IDX FROM 1 BY 1
076500               UNTIL WS-TRAN-IDX > WS-TRAN-LEN
076600         MOVE WS-TRAN-TEXT(WS-TRAN-IDX:1) TO WS-BYTE
076700         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE)
076800         MOVE WS-E2A-BYTE(WS-BYTE-VAL)
076900              TO WS-TRAN-TEXT(WS-TRAN-IDX:1)
077000     END-PERFORM.
077100
077200 CHECK-OVERPUNCH-BYTE.
077300     MOVE 0 TO WS-FOUND-IDX
077400     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
077500               UNTIL WS-SCAN-IDX > 22 OR WS-FOUND-IDX > 0
077600         IF WS-OVERPUNCH-SET(WS-SCAN-IDX:1) = WS-BYTE
077700             MOVE WS-SCAN-IDX TO WS-FOUND-IDX
077800         END-IF
077900     END-PERFORM
078000     IF WS-FOUND-IDX = 0
078100         MOVE SPACES TO WS-REASON
078200         STRING "INVALID SIGN BYTE IN SIGNED DISPLAY FIELD"
078300                DELIMITED BY SIZE INTO WS-REASON
078400         PERFORM REPORT-EXCEPTION
078500     END-IF.
078600
078700 VALIDATE-COMP3.
078800     PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF BY 1
078900               UNTIL WS-BYTE-IDX > WS-FLD-END
079000         MOVE WS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
079100         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
079200         DIVIDE WS-BYTE-VAL BY 16 GIVING WS-NIB-HI
079300             REMAINDER WS-NIB-LO
079400         IF WS-NIB-HI > 9
079500             MOVE "INVALID DIGIT NIBBLE IN COMP-3 FIELD"
079600                 TO WS-REASON
079700             PERFORM REPORT-EXCEPTION
079800             MOVE WS-FLD-END TO WS-BYTE-IDX
079900         ELSE
080000             IF WS-BYTE-IDX = WS-FLD-END
080100                 IF WS-NIB-LO NOT = 12 AND WS-NIB-LO NOT = 13
080200                   AND WS-NIB-LO NOT = 15
080300                     MOVE "INVALID SIGN NIBBLE IN COMP-3 FIELD"
080400                         TO WS-REASON
080500                     PERFORM REPORT-EXCEPTION
080600                 END-IF
080700             ELSE
080800                 IF WS-NIB-LO > 9
080900                     MOVE "INVALID DIGIT NIBBLE IN COMP-3 FIELD"
081000                         TO WS-REASON
081100                     PERFORM REPORT-EXCEPTION
081200                     MOVE WS-FLD-END TO WS-BYTE-IDX
081300                 END-IF
081400             END-IF
081500         END-IF
081600     END-PERFORM.
081700
081800* READS THE DEPENDING-ON COUNTER NAMED BY ENTRY WS-IDX OUT OF
081900* THE CURRENT RECORD - DECODED PER THE COUNTER'S OWN USAGE
082000* (DISPLAY DIGITS, BINARY OR COMP-3) - AND CHECKS IT IS VALID
082100* AND WITHIN 0 TO THE DECLARED MAXIMUM. LEAVES THE VALUE IN
082200* WS-COUNTER-VALUE (MAX + 1 WHEN IT COULD NOT BE READ, SO
082300* CALLERS SKIP THE TABLE). A FLOATING-POINT COUNTER CANNOT BE
082400* CHECKED AND IS REPORTED ONCE AS A NOTE.
082500 VALIDATE-ODO-COUNTER.
082600     MOVE 0 TO WS-FOUND-IDX
082700     MOVE "N" TO WS-COUNTER-OK-SW
082800     COMPUTE WS-COUNTER-VALUE = FLD-OCCURS-MAX(WS-IDX) + 1
082900     PERFORM VARYING WS-SCAN-IDX FROM WS-REC-FIRST BY 1
083000               UNTIL WS-SCAN-IDX > WS-REC-LAST
083100                  OR WS-FOUND-IDX > 0
083200         IF FUNCTION TRIM(FLD-NAME(WS-SCAN-IDX)) =
083300            FUNCTION TRIM(FLD-DEPENDING-ON(WS-IDX))
083400             MOVE WS-SCAN-IDX TO WS-FOUND-IDX
083500         END-IF
083600     END-PERFORM
083700     IF WS-FOUND-IDX = 0
083800         MOVE SPACES TO WS-REASON
083900         STRING "DEPENDING-ON COUNTER "
084000                FUNCTION TRIM(FLD-DEPENDING-ON(WS-IDX))
084100                " NOT IN RECORD"
084200                DELIMITED BY SIZE INTO WS-REASON
084300         MOVE FLD-OFFSET(WS-IDX) TO WS-FLD-OFF
084400         PERFORM REPORT-EXCEPTION
084500     ELSE
084600         COMPUTE WS-FLD-OFF = FLD-OFFSET(WS-FOUND-IDX)
084700         COMPUTE WS-FLD-END = WS-FLD-OFF
084800             + FLD-LEN-MAX(WS-FOUND-IDX) - 1
084900         IF WS-FLD-END > WS-DATA-REC-LEN
085000             CONTINUE
085100         ELSE
085200             EVALUATE FLD-USAGE(WS-FOUND-IDX)
085300                 WHEN "DISPLAY"
085400                     PERFORM DECODE-DISPLAY-COUNTER
085500                 WHEN "BINARY"
085600                     PERFORM DECODE-BINARY-COUNTER
085700                 WHEN "COMP-3"
085800                     PERFORM DECODE-PACKED-COUNTER
085900                 WHEN OTHER
086000                     IF WS-ODO-WARNED = "N"
086100                         DISPLAY "CPYVERIF: COUNTER "
086200                             FUNCTION TRIM(
086300                                 FLD-NAME(WS-FOUND-IDX))
086400                             " IS " FLD-USAGE(WS-FOUND-IDX)
086500                             " - NOT CHECKED"
086600                         MOVE "Y" TO WS-ODO-WARNED
086700                     END-IF
086800             END-EVALUATE
086900             IF WS-COUNTER-OK
087000               AND WS-COUNTER-VALUE > FLD-OCCURS-MAX(WS-IDX)
087100                 MOVE SPACES TO WS-REASON
087200                 STRING "DEPENDING-ON COUNTER ABOVE MAXIMUM "
087300                        FLD-OCCURS-MAX(WS-IDX)
087400                        DELIMITED BY SIZE INTO WS-REASON
087500                 PERFORM REPORT-EXCEPTION
087600             END-IF
087700         END-IF
087800     END-IF.
087900
088000 DECODE-DISPLAY-COUNTER.
088100     IF FLD-LEN-MAX(WS-FOUND-IDX) > 18
088200         CONTINUE
088300     ELSE
088400         MOVE WS-RECORD(WS-FLD-OFF:
088500             FLD-LEN-MAX(WS-FOUND-IDX)) TO WS-COUNTER-TEXT
088600         IF WS-ENC = "EBCDIC"
088700             MOVE WS-COUNTER-TEXT TO WS-TRAN-TEXT
088800             MOVE FLD-LEN-MAX(WS-FOUND-IDX) TO WS-TRAN-LEN
088900             PERFORM TRANSLATE-E2A-TEXT
089000             MOVE WS-TRAN-TEXT(1:18) TO WS-COUNTER-TEXT
089100         END-IF
089200         IF WS-COUNTER-TEXT(1:FLD-LEN-MAX(WS-FOUND-IDX))
089300                 NOT NUMERIC
089400             MOVE "DEPENDING-ON COUNTER IS NOT NUMERIC"
089500                 TO WS-REASON
089600             PERFORM REPORT-EXCEPTION
089700         ELSE
089800             COMPUTE WS-COUNTER-VALUE = FUNCTION NUMVAL(
089900                 WS-COUNTER-TEXT(1:
090000                     FLD-LEN-MAX(WS-FOUND-IDX)))
090100             SET WS-COUNTER-OK TO TRUE
090200         END-IF
090300     END-IF.
090400
090500 DECODE-BINARY-COUNTER.
090600     IF FLD-LEN-MAX(WS-FOUND-IDX) > 8
090700         CONTINUE
090800     ELSE
090900         MOVE ZERO TO WS-CNT-ACC
091000         PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF BY 1
091100                   UNTIL WS-BYTE-IDX > WS-FLD-END
091200             MOVE WS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
091300             COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
091400             COMPUTE WS-CNT-ACC = WS-CNT-ACC * 256
091500                 + WS-BYTE-VAL
091600         END-PERFORM
091700         IF WS-CNT-ACC > 999999999
091800             MOVE 999999999 TO WS-COUNTER-VALUE
091900         ELSE
092000             MOVE WS-CNT-ACC TO WS-COUNTER-VALUE
092100         END-IF
092200         SET WS-COUNTER-OK TO TRUE
092300     END-IF.
092400
092500 DECODE-PACKED-COUNTER.
092600     MOVE ZERO TO WS-CNT-ACC
092700     MOVE "N" TO WS-CNT-BAD-SW
092800     PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF BY 1
092900               UNTIL WS-BYTE-IDX > WS-FLD-END
093000         MOVE WS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
093100         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
093200         DIVIDE WS-BYTE-VAL BY 16 GIVING WS-NIB-HI
093300             REMAINDER WS-NIB-LO
093400         IF WS-NIB-HI > 9
093500             MOVE "COUNTER HAS INVALID PACKED DATA"
093600                 TO WS-REASON
093700             PERFORM REPORT-EXCEPTION
093800             MOVE WS-FLD-END TO WS-BYTE-IDX
093900             MOVE "Y" TO WS-CNT-BAD-SW
094000         ELSE
094100             COMPUTE WS-CNT-ACC = WS-CNT-ACC * 10 + WS-NIB-HI
094200             IF WS-BYTE-IDX = WS-FLD-END
094300                 IF WS-NIB-LO NOT = 12 AND WS-NIB-LO NOT = 13
094400                   AND WS-NIB-LO NOT = 15
094500                     MOVE "COUNTER HAS INVALID SIGN NIBBLE"
094600                         TO WS-REASON
094700                     PERFORM REPORT-EXCEPTION
094800                     MOVE "Y" TO WS-CNT-BAD-SW
094900                 END-IF
095000             ELSE
095100                 IF WS-NIB-LO > 9
095200                     MOVE "COUNTER HAS INVALID PACKED DATA"
095300                         TO WS-REASON
095400                     PERFORM REPORT-EXCEPTION
095500                     MOVE WS-FLD-END TO WS-BYTE-IDX
095600                     MOVE "Y" TO WS-CNT-BAD-SW
095700                 ELSE
095800                     COMPUTE WS-CNT-ACC = WS-CNT-ACC * 10
095900                         + WS-NIB-LO
096000                 END-IF
096100             END-IF
096200         END-IF
096300     END-PERFORM
096400     IF WS-CNT-BAD-SW = "N"
096500         IF WS-CNT-ACC > 999999999
096600             MOVE 999999999 TO WS-COUNTER-VALUE
096700         ELSE
096800             MOVE WS-CNT-ACC TO WS-COUNTER-VALUE
096900         END-IF
097000         SET WS-COUNTER-OK TO TRUE
097100     END-IF.
097200
097300 REPORT-EXCEPTION.
097400     ADD 1 TO WS-EXCEPTION-COUNT
097500     MOVE "Y" TO WS-REC-IN-ERROR
097600     MOVE WS-REC-NUMBER TO WS-REC-DISP
097700     MOVE WS-FLD-OFF TO WS-OFF-DISP
097800     MOVE SPACES TO WS-OUT-LINE
097900     STRING "REC=" WS-REC-DISP
098000            " FIELD=" FUNCTION TRIM(FLD-NAME(WS-IDX))
098100            " OFF=" WS-OFF-DISP
098200            " " FUNCTION TRIM(WS-REASON)
098300            DELIMITED BY SIZE INTO WS-OUT-LINE
098400            ON OVERFLOW
098500                DISPLAY "CPYVERIF: EXCEPTION LINE TRUNCATED"
098600     END-STRING
098700     PERFORM EMIT-LINE.
098800
098900 WRITE-TOTALS.
099000     MOVE ALL "-" TO WS-OUT-LINE
099100     PERFORM EMIT-LINE
099200     MOVE WS-REC-NUMBER TO WS-REC-DISP
099300     MOVE SPACES TO WS-OUT-LINE
099400     STRING "RECORDS READ=" WS-REC-DISP
099500            DELIMITED BY SIZE INTO WS-OUT-LINE
099600     PERFORM EMIT-LINE
099700     MOVE WS-REC-ERROR-COUNT TO WS-REC-DISP
099800     MOVE WS-EXCEPTION-COUNT TO WS-CNT-DISP
099900     MOVE SPACES TO WS-OUT-LINE
100000     STRING "RECORDS IN ERROR=" WS-REC-DISP
100100            " EXCEPTIONS=" WS-CNT-DISP
100200            DELIMITED BY SIZE INTO WS-OUT-LINE
100300     PERFORM EMIT-LINE
100400     MOVE SPACES TO WS-OUT-LINE
100500     IF WS-EXCEPTION-COUNT = 0
100600         MOVE "RESULT: PASS" TO WS-OUT-LINE
100700         MOVE "P" TO WS-VERIF-STATUS
100800     ELSE
100900         MOVE "RESULT: FAIL" TO WS-OUT-LINE
101000         MOVE "F" TO WS-VERIF-STATUS
101100     END-IF
101200     MOVE WS-REC-NUMBER TO WS-VERIF-RECORDS-READ
101300     MOVE WS-REC-ERROR-COUNT TO WS-VERIF-RECORDS-ERROR
101400     MOVE WS-EXCEPTION-COUNT TO WS-VERIF-EXCEPTIONS
101500     PERFORM EMIT-LINE.
