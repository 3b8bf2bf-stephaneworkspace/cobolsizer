002600*    IN PLACE, AND THE CHANGE IS LOGGED TO CPYEDIT.LOG WITH THE
002700*    OLD AND NEW DECODED VALUES. THE BROWSER CLOSES ITS INPUT
002800*    SIDE AROUND THE CALL AND RE-READS THE RECORD AFTERWARDS,
002900*    SO THE SCREEN SHOWS WHAT IS REALLY ON DISK. CPYEDIT FIRST
003000*    CHECKS THE USER'S PATCH RIGHT IN THE AUTHORIZATION FILE;
003100*    THE MESSAGE LINE SAYS WHEN A PATCH WAS REFUSED OR IS HELD
003200*    FOR A SECOND USER'S APPROVAL.
003300*
003400*    THE ORGANIZATION PARAMETER (SEQ/IDX/REL, DEFAULT SEQ) OPENS
003500*    RM-COBOL INDEXED MASTERS (KEY ORDER) AND RELATIVE FILES
003600*    (SLOT ORDER) DIRECTLY. FOR AN INDEXED FILE THE KEY FIELD
003700*    PARAMETER NAMES THE COPYBOOK FIELD THAT IS THE PRIMARY KEY
003800*    (BLANK TAKES THE RECORD'S FIRST FIELD); ITS OFFSET AND
003900*    LENGTH COME FROM THE FIELD TABLE. THE FILE IS OPENED WITH
004000*    A FIXED 64-BYTE PRIMARY KEY IN THE LEADING BYTES OF THE
004100*    RECORD - A MASTER WHOSE KEY IS NOT EXACTLY THAT SHAPE IS
004200*    REFUSED AT OPEN WITH STATUS 39 (FILE ATTRIBUTE CONFLICT),
004300*    WHICH THE OPEN MESSAGE SPELLS OUT. THE K COMMAND
004400*    STARTS AT THE FIRST RECORD AT OR AFTER THE KEYED VALUE
004500*    (SHORT VALUES ARE LOW-VALUE PADDED) INSTEAD OF THE
004600*    REOPEN-AND-SKIP SCAN - THE ONLY WAY TO LAND ON ONE RECORD
004700*    OF A MILLION-RECORD MASTER IN ONE READ. AFTER K THE RECORD
004800*    NUMBER COUNTS FROM THE KEYED RECORD.
004900*
005000*    A MASTER LOADED BY CPYLOAD HAS ITS REAL KEYS RECORDED
005100*    BESIDE IT (<MASTER>.KEY, READ BACK BY CPYKEYS) AND IS
005200*    READ THROUGH ITS GENERATED ACCESS MODULE INSTEAD, SO THE
005300*    KEYS MAY LIE ANYWHERE IN THE RECORD. THE KEY FIELD
005400*    PARAMETER THEN NAMES ONE OF THE RECORDED KEYS (BLANK TAKES
005500*    THE PRIMARY KEY): K ON AN ALTERNATE KEY STARTS ON THAT KEY
005600*    AND N CARRIES ON IN ITS ORDER, AND THE E COMMAND LOCATES
005700*    THE RECORD AGAIN BY ITS PRIMARY KEY.
005800*
005900*    WITHOUT A RULES FILE, ONLY THE FIRST 01-LEVEL RECORD OF THE
006000*    COPYBOOK IS USED TO DECODE, THE SAME CONVENTION AS CPYVERIF
006100*    AND CPYGEN. A RECORD-TYPE RULES FILE (LOADED BY CPYRULES)
006200*    DECODES EACH RECORD OF A MIXED FILE THROUGH THE 01 LEVEL
006300*    ITS TYPE CODE SELECTS; A RECORD WHOSE TYPE MATCHES NO RULE
006400*    STAYS ON THE PREVIOUS LAYOUT AND SAYS SO. THE DATA FILE IS
006500*    READ RECORD SEQUENTIAL (RM-COBOL BINARY SEQUENTIAL), THE
006600*    SAME FORMAT THE OTHER DATA TOOLS USE.
006700*
006800*    MODIFICATION HISTORY
006900*    2026-08-22  INITIAL VERSION.
007000*    2026-08-22  SIGNED BINARY FIELDS DECODED AS TWO'S
007100*                COMPLEMENT.
007200*    2026-08-22  DATA FILE READ RECORD SEQUENTIAL; A READ PAST
007300*                END OF FILE (STATUS 46) NOW STOPS THE POSITION
007400*                SCAN INSTEAD OF LOOPING FOREVER.
007500*    2026-09-02  MULTI-RECORD-TYPE FILES: AN OPTIONAL RULES FILE
007600*                (CPYRULES) PICKS THE 01 LEVEL EACH RECORD IS
007700*                DECODED THROUGH FROM A TYPE CODE IN THE RECORD.
007800*    2026-09-02  ORGANIZATION PARAMETER (SEQ/IDX/REL) AND K=KEY
007900*                COMMAND - INDEXED MASTERS ARE POSITIONED BY KEY
008000*                INSTEAD OF SCANNED.
008100*    2026-09-02  ENCODING PARAMETER (ASCII/EBCDIC) - DISPLAY AND
008200*                EDITED FIELDS OF A MAINFRAME FILE ARE SHOWN
008300*                TRANSLATED THROUGH EBCTAB, TYPE CODES AND KEYED
008400*                VALUES ARE TRANSLATED EACH WAY, COMP-3 AND
008500*                BINARY BYTES ARE DECODED UNCHANGED, AND THE
008600*                COPYBOOK IS SIZED UNDER THE IBM PROFILE.
008700*    2026-09-02  E=EDIT COMMAND - A FIELD OF THE CURRENT RECORD
008800*                IS PATCHED IN PLACE VIA CPYEDIT, WITH A
008900*                BEFORE/AFTER LINE IN CPYEDIT.LOG.
009000*    2026-10-15  E=EDIT SAYS WHEN CPYEDIT REFUSED THE PATCH AS
009100*                NOT AUTHORIZED OR HELD IT FOR A SECOND USER'S
009200*                APPROVAL.
009300*    2026-10-15  INDEXED MASTERS WITH A KEY DEFINITION RECORDED
009400*                BY CPYLOAD ARE READ THROUGH THEIR ACCESS MODULE;
009500*                K POSITIONS ON THE PRIMARY OR AN ALTERNATE KEY
009600*                WHEREVER IT LIES IN THE RECORD.
009700*    2026-10-15  AFTER E, N CARRIES ON IN THE ORDER OF THE KEY A
009800*                K COMMAND POSITIONED ON, NOT THE PRIMARY KEY.
009900******************************************************************
010000 IDENTIFICATION DIVISION.
010100 PROGRAM-ID. CPYBROWSE.
010200 DATE-WRITTEN. 26/08/22.
010300 AUTHOR SYSTEMS.
010400 ENVIRONMENT DIVISION.
010500 CONFIGURATION SECTION.
010600 SOURCE-COMPUTER. RM-COBOL.
010700 OBJECT-COMPUTER. RM-COBOL.
010800 INPUT-OUTPUT SECTION.
010900 FILE-CONTROL.
011000     SELECT DATA-IN-FILE ASSIGN TO DYNAMIC WS-DATA-PATH
011100         ORGANIZATION SEQUENTIAL
011200         FILE STATUS IS WS-DATA-STATUS.
011300     SELECT DATA-IDX-FILE ASSIGN TO DYNAMIC WS-DATA-PATH
011400         ORGANIZATION INDEXED
011500         ACCESS MODE DYNAMIC
011600         RECORD KEY IS DATA-IDX-KEY
011700         FILE STATUS IS WS-DATA-STATUS.
011800     SELECT DATA-REL-FILE ASSIGN TO DYNAMIC WS-DATA-PATH
011900         ORGANIZATION RELATIVE
012000         ACCESS MODE DYNAMIC
012100         RELATIVE KEY IS WS-REL-KEY
012200         FILE STATUS IS WS-DATA-STATUS.
012300 DATA DIVISION.
012400 FILE SECTION.
012500 FD  DATA-IN-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
012600         CHARACTERS DEPENDING ON WS-DATA-REC-LEN.
012700 01  DATA-IN-REC                          PIC X(9999).
012800 FD  DATA-IDX-FILE RECORD IS VARYING IN SIZE FROM 65 TO 9999
012900         CHARACTERS DEPENDING ON WS-DATA-REC-LEN.
013000 01  DATA-IDX-REC.
013100     05 DATA-IDX-KEY                      PIC X(64).
013200     05 FILLER                            PIC X(9935).
013300 FD  DATA-REL-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
013400         CHARACTERS DEPENDING ON WS-DATA-REC-LEN.
013500 01  DATA-REL-REC                         PIC X(9999).
013600 WORKING-STORAGE SECTION.
013700 01  WS-DATA-PATH                         PIC X(200).
013800 01  WS-DATA-STATUS                       PIC XX.
013900 01  WS-DATA-REC-LEN                      PIC 9(4).
014000 01  WS-EOF-SW                            PIC X VALUE "N".
014100     88 WS-EOF                            VALUE "Y".
014200 01  WS-RECORD                            PIC X(9999).
014300 01  WS-CUR-REC                           PIC 9(9) VALUE ZERO.
014400 01  WS-TGT-REC                           PIC 9(9).
014500 01  WS-AT-END-SW                         PIC X.
014600     88 WS-HIT-END                        VALUE "Y".
014700 01  WS-QUIT-SW                           PIC X VALUE "N".
014800     88 WS-QUIT                           VALUE "Y".
014900 01  WS-COMMAND                           PIC X.
015000 01  WS-JUMP-TEXT                         PIC X(9).
015100 01  WS-REC-FIRST                         PIC 9(4).
015200 01  WS-REC-LAST                          PIC 9(4).
015300 01  WS-WIN-START                         PIC 9(4).
015400 01  WS-WIN-IDX                           PIC 9(4).
015500 01  WS-SCAN-IDX                          PIC 9(4).
015600 01  WS-LINE-NO                           PIC 9(2).
015700 01  WS-IDX                               PIC 9(4).
015800 01  WS-FLD-OFF                           PIC 9(6).
015900 01  WS-FLD-END                           PIC 9(6).
016000 01  WS-SLICE-LEN                         PIC 9(6).
016100 01  WS-BYTE-IDX                          PIC 9(6).
016200 01  WS-BYTE                              PIC X.
016300 01  WS-BYTE-VAL                          PIC 9(4).
016400 01  WS-NIB-HI                            PIC 9(2).
016500 01  WS-NIB-LO                            PIC 9(2).
016600 01  WS-PACKED-NUM                        PIC 9(18).
016700 01  WS-PACKED-NEG-SW                     PIC X.
016800     88 WS-PACKED-NEG                     VALUE "Y".
016900 01  WS-BIN-NUM                           PIC 9(18).
017000 01  WS-BIN-NEG-SW                        PIC X.
017100     88 WS-BIN-NEG                        VALUE "Y".
017200 01  WS-NUM-DISP                          PIC Z(17)9.
017300 01  WS-VALUE                             PIC X(40).
017400 01  WS-MARK                              PIC X.
017500 01  WS-REC-DISP                          PIC ZZZZZZZZ9.
017600 01  WS-LEN-DISP                          PIC ZZZZ9.
017700 01  WS-OFF-DISP                          PIC ZZZZZ9.
017800 01  WS-OCC-DISP                          PIC ZZZZ9.
017900 01  WS-SCREEN-LINE                       PIC X(79).
018000 01  WS-MSG                               PIC X(60).
018100
018200 01  WS-PARSE-DIALECT                     PIC X(8)
018300                                          VALUE "RMC".
018400
018500 01  WS-CUR-REC-NO                        PIC 9(2) VALUE ZERO.
018600 01  WS-WANT-REC-NO                       PIC 9(2).
018700 01  WS-01-SEEN                           PIC 9(2).
018800 01  WS-01-TOTAL                          PIC 9(2).
018900 01  WS-RULE-IDX                          PIC 9(2).
019000 01  WS-RULE-BAD-SW                       PIC X.
019100 01  WS-FOUND-IDX                         PIC 9(4).
019200 01  WS-CUR-TYPE                          PIC X(8).
019300 01  WS-ORG                               PIC X(4) VALUE "SEQ".
019400 01  WS-REL-KEY                           PIC 9(9).
019500 01  WS-KEY-OFF                           PIC 9(6).
019600 01  WS-KEY-LEN                           PIC 9(4).
019700 01  WS-KEY-TEXT                          PIC X(40).
019800 01  WS-KEY-BAD-SW                        PIC X.
019900 01  WS-KEY-NO                            PIC 9.
020000 01  WS-KEY-ORDER-SW                      PIC X VALUE "N".
020100     88 WS-KEY-ORDER                      VALUE "Y".
020200 01  WS-EDIT-FOUND-SW                     PIC X.
020300 01  WS-KEY-FULL-LEN                      PIC 9(4).
020400 01  WS-ENC                               PIC X(8) VALUE "ASCII".
020500 01  WS-EDIT-FIELD                        PIC X(35).
020600 01  WS-EDIT-VALUE                        PIC X(40).
020700 01  WS-EDIT-KEY                          PIC X(64).
020800 01  WS-EDIT-STATUS                       PIC X.
020900 01  WS-EDIT-IDX                          PIC 9(4).
021000 01  WS-TRAN-TEXT                         PIC X(64).
021100 01  WS-TRAN-LEN                          PIC 9(4).
021200 01  WS-TRAN-IDX                          PIC 9(4).
021300
021400     COPY "FLDTAB.cpy".
021500     COPY "SIZERES.cpy".
021600     COPY "RECTYPE.cpy".
021700     COPY "EBCTAB.cpy".
021800     COPY "KEYRES.cpy".
021900     COPY "KEYIO.cpy".
022000
022100 LINKAGE SECTION.
022200 01  LS-COPYBOOK-PATH                     PIC X(200).
022300 01  LS-DATA-PATH                         PIC X(200).
022400 01  LS-RULES-PATH                        PIC X(200).
022500 01  LS-ORG-TEXT                          PIC X(4).
022600 01  LS-KEY-FIELD                         PIC X(35).
022700 01  LS-ENCODING                          PIC X(8).
022800
022900 PROCEDURE DIVISION USING LS-COPYBOOK-PATH LS-DATA-PATH
023000                           LS-RULES-PATH LS-ORG-TEXT
023100                           LS-KEY-FIELD LS-ENCODING.
023200
023300 MAIN-BROWSE.
023400     MOVE "N" TO WS-QUIT-SW
023500     MOVE ZERO TO WS-CUR-REC
023600     MOVE FUNCTION UPPER-CASE(LS-ENCODING) TO WS-ENC
023700     IF WS-ENC = SPACES
023800         MOVE "ASCII" TO WS-ENC
023900     END-IF
024000     IF WS-ENC NOT = "ASCII" AND WS-ENC NOT = "EBCDIC"
024100         DISPLAY "CPYBROWSE: ENCODING MUST BE ASCII OR EBCDIC"
024200             " - GOT " FUNCTION TRIM(LS-ENCODING)
024300         GOBACK
024400     END-IF
024500*    BACK TO THE HOUSE PROFILE FIRST - A CALLED PROGRAM KEEPS
024600*    ITS LAST-USED STATE, AND AN ASCII RUN AFTER AN EBCDIC ONE
024700*    MUST NOT STAY ON THE IBM PROFILE.
024800     MOVE "RMC" TO WS-PARSE-DIALECT
024900     IF WS-ENC = "EBCDIC"
025000*        THE MAINFRAME SIDE'S OFFSETS ONLY COME OUT RIGHT UNDER
025100*        THE IBM SIZING PROFILE - THE SAME CHOICE CPYCONV MAKES.
025200         MOVE "IBM" TO WS-PARSE-DIALECT
025300     END-IF
025400     CALL "CPYPARSE" USING LS-COPYBOOK-PATH WS-FLD-TABLE
025500         WS-SIZING-RESULT WS-PARSE-DIALECT
025600     IF RESULT-FILE-ERROR
025700         DISPLAY "CPYBROWSE: UNABLE TO OPEN COPYBOOK "
025800             FUNCTION TRIM(LS-COPYBOOK-PATH)
025900         GOBACK
026000     END-IF
026100     PERFORM FIND-FIRST-RECORD
026200     IF WS-REC-FIRST = 0
026300         DISPLAY "CPYBROWSE: NO 01-LEVEL RECORD IN "
026400             FUNCTION TRIM(LS-COPYBOOK-PATH)
026500         GOBACK
026600     END-IF
026700     CALL "CPYRULES" USING LS-RULES-PATH WS-TYPE-RULES
026800     IF RULES-FILE-ERROR
026900         GOBACK
027000     END-IF
027100     IF RULES-OK
027200         PERFORM PREPARE-TYPE-RULES
027300         IF WS-RULE-BAD-SW = "Y"
027400             GOBACK
027500         END-IF
027600     END-IF
027700     MOVE FUNCTION UPPER-CASE(LS-ORG-TEXT) TO WS-ORG
027800     IF WS-ORG = SPACES
027900         MOVE "SEQ" TO WS-ORG
028000     END-IF
028100     IF WS-ORG NOT = "SEQ" AND WS-ORG NOT = "IDX"
028200       AND WS-ORG NOT = "REL"
028300         DISPLAY "CPYBROWSE: ORGANIZATION MUST BE SEQ, IDX OR"
028400             " REL - GOT " FUNCTION TRIM(LS-ORG-TEXT)
028500         GOBACK
028600     END-IF
028700     MOVE "N" TO WS-KEYDEF-STATUS
028800     IF WS-ORG = "IDX"
028900         MOVE LS-DATA-PATH TO WS-KEYDEF-MASTER
029000         CALL "CPYKEYS" USING WS-KEYDEF-AREA
029100         IF KEYDEF-NO-MODULE OR KEYDEF-BAD
029200             DISPLAY "CPYBROWSE: "
029300                 FUNCTION TRIM(WS-KEYDEF-MESSAGE)
029400             GOBACK
029500         END-IF
029600         IF KEYDEF-FOUND
029700             PERFORM RESOLVE-RECORDED-KEY
029800         ELSE
029900             PERFORM RESOLVE-KEY-FIELD
030000         END-IF
030100         IF WS-KEY-BAD-SW = "Y"
030200             GOBACK
030300         END-IF
030400     END-IF
030500     MOVE LS-DATA-PATH TO WS-DATA-PATH
030600     PERFORM OPEN-DATA-INPUT
030700     IF WS-DATA-STATUS NOT = "00"
030800         DISPLAY "CPYBROWSE: UNABLE TO OPEN DATA FILE "
030900             FUNCTION TRIM(LS-DATA-PATH)
031000             " (STATUS " WS-DATA-STATUS ")"
031100         IF WS-ORG = "IDX" AND WS-DATA-STATUS = "39"
031200             DISPLAY "CPYBROWSE: AN INDEXED FILE NEEDS A"
031300                 " 64-BYTE PRIMARY KEY IN THE LEADING BYTES"
031400                 " OF THE RECORD, OR A KEY DEFINITION RECORDED"
031500                 " BY CPYLOAD"
031600         END-IF
031700         GOBACK
031800     END-IF
031900     MOVE "N" TO WS-EOF-SW
032000     MOVE 1 TO WS-TGT-REC
032100     PERFORM POSITION-TO-RECORD
032200     IF WS-HIT-END
032300         DISPLAY "CPYBROWSE: DATA FILE IS EMPTY"
032400         PERFORM CLOSE-DATA-INPUT
032500         GOBACK
032600     END-IF
032700     MOVE WS-REC-FIRST TO WS-WIN-START
032800     MOVE SPACES TO WS-MSG
032900     PERFORM UNTIL WS-QUIT
033000         PERFORM SHOW-RECORD
033100         PERFORM GET-COMMAND
033200     END-PERFORM
033300     PERFORM CLOSE-DATA-INPUT
033400     GOBACK.
033500
033600* THE FIRST 01 LEVEL IN THE TABLE AND THE RANGE OF ENTRIES THAT
033700* BELONG TO IT - THAT IS THE RECORD THE FILE IS DECODED THROUGH.
033800 FIND-FIRST-RECORD.
033900     MOVE 0 TO WS-REC-FIRST
034000     MOVE 0 TO WS-REC-LAST
034100     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
034200               UNTIL WS-SCAN-IDX > WS-FLD-COUNT
034300         IF FLD-LEVEL(WS-SCAN-IDX) = 1
034400             IF WS-REC-FIRST = 0
034500                 MOVE WS-SCAN-IDX TO WS-REC-FIRST
034600                 MOVE WS-FLD-COUNT TO WS-REC-LAST
034700             ELSE
034800                 IF WS-REC-LAST = WS-FLD-COUNT
034900                   AND WS-SCAN-IDX > WS-REC-FIRST
035000                     COMPUTE WS-REC-LAST = WS-SCAN-IDX - 1
035100                 END-IF
035200             END-IF
035300         END-IF
035400     END-PERFORM.
035500
035600* MOVES THE FILE POSITION TO RECORD WS-TGT-REC. THE FILE IS
035700* FORWARD-ONLY, SO A TARGET BEHIND THE CURRENT POSITION REOPENS
035800* AND SKIPS FROM THE TOP. WS-HIT-END IS SET WHEN THE FILE RUNS
035900* OUT FIRST, AND THE POSITION STAYS ON THE LAST RECORD READ.
036000 POSITION-TO-RECORD.
036100     MOVE "N" TO WS-AT-END-SW
036200     IF WS-TGT-REC = 0
036300         MOVE 1 TO WS-TGT-REC
036400     END-IF
036500     IF WS-TGT-REC <= WS-CUR-REC
036600         PERFORM CLOSE-DATA-INPUT
036700         PERFORM OPEN-DATA-INPUT
036800         MOVE "N" TO WS-KEY-ORDER-SW
036900         MOVE ZERO TO WS-CUR-REC
037000         MOVE "N" TO WS-EOF-SW
037100     END-IF
037200     PERFORM UNTIL WS-CUR-REC >= WS-TGT-REC OR WS-HIT-END
037300         PERFORM READ-ONE-FORWARD
037400     END-PERFORM
037500     IF RULES-OK
037600         PERFORM SELECT-RECORD-LAYOUT
037700     END-IF.
037800
037900 OPEN-DATA-INPUT.
038000     EVALUATE WS-ORG
038100         WHEN "IDX"
038200             IF KEYDEF-FOUND
038300                 MOVE "OI" TO WS-KIO-FUNCTION
038400                 MOVE WS-DATA-PATH TO WS-KIO-PATH
038500                 CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
038600                 MOVE WS-KIO-STATUS TO WS-DATA-STATUS
038700             ELSE
038800                 OPEN INPUT DATA-IDX-FILE
038900             END-IF
039000         WHEN "REL"
039100             OPEN INPUT DATA-REL-FILE
039200         WHEN OTHER
039300             OPEN INPUT DATA-IN-FILE
039400     END-EVALUATE.
039500
039600 CLOSE-DATA-INPUT.
039700     EVALUATE WS-ORG
039800         WHEN "IDX"
039900             IF KEYDEF-FOUND
040000                 MOVE "CL" TO WS-KIO-FUNCTION
040100                 CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
040200             ELSE
040300                 CLOSE DATA-IDX-FILE
040400             END-IF
040500         WHEN "REL"
040600             CLOSE DATA-REL-FILE
040700         WHEN OTHER
040800             CLOSE DATA-IN-FILE
040900     END-EVALUATE.
041000
041100* READS THE NEXT RECORD OF WHICHEVER ORGANIZATION IS OPEN INTO
041200* WS-RECORD (SPACE PADDED) AND COUNTS IT. ONCE END OF FILE HAS
041300* BEEN SEEN, FURTHER READS RETURN STATUS 46 AND FIRE NEITHER
041400* AT END NOR NOT AT END - ANY NON-ZERO STATUS MUST STOP THE
041500* SCAN OR IT SPINS FOREVER.
041600 READ-ONE-FORWARD.
041700     EVALUATE WS-ORG
041800         WHEN "IDX"
041900             IF KEYDEF-FOUND
042000                 PERFORM READ-NEXT-THROUGH-MODULE
042100                 IF NOT WS-HIT-END
042200                     ADD 1 TO WS-CUR-REC
042300                 END-IF
042400             ELSE
042500                 READ DATA-IDX-FILE NEXT RECORD
042600                     AT END
042700                         MOVE "Y" TO WS-AT-END-SW
042800                     NOT AT END
042900                         MOVE SPACES TO WS-RECORD
043000                         MOVE DATA-IDX-REC(1:WS-DATA-REC-LEN)
043100                              TO WS-RECORD(1:WS-DATA-REC-LEN)
043200                         ADD 1 TO WS-CUR-REC
043300                 END-READ
043400             END-IF
043500         WHEN "REL"
043600             READ DATA-REL-FILE NEXT RECORD
043700                 AT END
043800                     MOVE "Y" TO WS-AT-END-SW
043900                 NOT AT END
044000                     MOVE SPACES TO WS-RECORD
044100                     MOVE DATA-REL-REC(1:WS-DATA-REC-LEN)
044200                          TO WS-RECORD(1:WS-DATA-REC-LEN)
044300                     ADD 1 TO WS-CUR-REC
044400             END-READ
044500         WHEN OTHER
044600             READ DATA-IN-FILE
044700                 AT END
044800                     MOVE "Y" TO WS-AT-END-SW
044900                 NOT AT END
045000                     MOVE SPACES TO WS-RECORD
045100                     MOVE DATA-IN-REC(1:WS-DATA-REC-LEN)
045200                          TO WS-RECORD(1:WS-DATA-REC-LEN)
045300                     ADD 1 TO WS-CUR-REC
045400             END-READ
045500     END-EVALUATE
045600     IF WS-DATA-STATUS NOT = "00"
045700         MOVE "Y" TO WS-AT-END-SW
045800     END-IF.
045900
046000* ONE READ NEXT THROUGH THE ACCESS MODULE, IN THE ORDER OF THE
046100* KEY LAST STARTED ON (THE PRIMARY AFTER AN OPEN OR RE-READ).
046200* STATUS 02 - MORE RECORDS FOLLOW WITH THE SAME ALTERNATE KEY -
046300* IS A GOOD READ; 10 IS END OF FILE.
046400 READ-NEXT-THROUGH-MODULE.
046500     MOVE "RN" TO WS-KIO-FUNCTION
046600     CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
046700     MOVE WS-KIO-STATUS TO WS-DATA-STATUS
046800     IF WS-KIO-STATUS = "00" OR WS-KIO-STATUS = "02"
046900         MOVE "00" TO WS-DATA-STATUS
047000         MOVE WS-KIO-REC-LEN TO WS-DATA-REC-LEN
047100         MOVE SPACES TO WS-RECORD
047200         MOVE WS-KIO-RECORD(1:WS-DATA-REC-LEN)
047300              TO WS-RECORD(1:WS-DATA-REC-LEN)
047400     ELSE
047500         MOVE "Y" TO WS-AT-END-SW
047600     END-IF.
047700
047800* THE KEY FIELD'S OFFSET AND LENGTH COME FROM THE FIELD TABLE:
047900* THE NAMED FIELD, OR THE RECORD'S FIRST FIELD WHEN THE NAME IS
048000* BLANK. THE KEY MUST START IN BYTE 1 AND FIT THE DECLARED
048100* 64-BYTE KEY AREA - THE SHAPE OF EVERY MASTER ON THIS SIDE.
048200 RESOLVE-KEY-FIELD.
048300     MOVE "N" TO WS-KEY-BAD-SW
048400     MOVE 0 TO WS-FOUND-IDX
048500     IF LS-KEY-FIELD = SPACES
048600         IF WS-REC-FIRST < WS-REC-LAST
048700             COMPUTE WS-FOUND-IDX = WS-REC-FIRST + 1
048800         END-IF
048900     ELSE
049000         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
049100                   UNTIL WS-SCAN-IDX > WS-FLD-COUNT
049200                      OR WS-FOUND-IDX > 0
049300             IF FUNCTION TRIM(FLD-NAME(WS-SCAN-IDX)) =
049400                FUNCTION TRIM(LS-KEY-FIELD)
049500                 MOVE WS-SCAN-IDX TO WS-FOUND-IDX
049600             END-IF
049700         END-PERFORM
049800     END-IF
049900     IF WS-FOUND-IDX = 0
050000         DISPLAY "CPYBROWSE: KEY FIELD "
050100             FUNCTION TRIM(LS-KEY-FIELD) " NOT IN COPYBOOK"
050200         MOVE "Y" TO WS-KEY-BAD-SW
050300     ELSE
050400         MOVE FLD-OFFSET(WS-FOUND-IDX) TO WS-KEY-OFF
050500         MOVE FLD-LEN-MAX(WS-FOUND-IDX) TO WS-KEY-LEN
050600         IF WS-KEY-OFF NOT = 1
050700             DISPLAY "CPYBROWSE: KEY FIELD "
050800                 FUNCTION TRIM(FLD-NAME(WS-FOUND-IDX))
050900                 " DOES NOT START IN BYTE 1"
051000             MOVE "Y" TO WS-KEY-BAD-SW
051100         END-IF
051200         IF WS-KEY-LEN = 0 OR WS-KEY-LEN > 64
051300             DISPLAY "CPYBROWSE: KEY FIELD "
051400                 FUNCTION TRIM(FLD-NAME(WS-FOUND-IDX))
051500                 " IS LONGER THAN THE 64-BYTE KEY AREA"
051600             MOVE "Y" TO WS-KEY-BAD-SW
051700         END-IF
051800         IF WS-KEY-LEN > 40
051900             MOVE 40 TO WS-KEY-LEN
052000         END-IF
052100     END-IF.
052200
052300* FOR A MASTER WITH A RECORDED KEY DEFINITION THE KEY FIELD
052400* MUST BE ONE OF THE RECORDED KEYS - THE PRIMARY WHEN THE NAME
052500* IS BLANK. ITS OFFSET AND LENGTH COME FROM THE DEFINITION,
052600* WHICH IS WHAT THE FILE WAS BUILT WITH.
052700 RESOLVE-RECORDED-KEY.
052800     MOVE "N" TO WS-KEY-BAD-SW
052900     MOVE 0 TO WS-KEY-NO
053000     IF LS-KEY-FIELD = SPACES
053100         MOVE 1 TO WS-KEY-NO
053200     ELSE
053300         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
053400                   UNTIL WS-SCAN-IDX > WS-KEYDEF-COUNT
053500                      OR WS-KEY-NO > 0
053600             IF FUNCTION TRIM(WS-KEYDEF-NAME(WS-SCAN-IDX)) =
053700                FUNCTION TRIM(FUNCTION UPPER-CASE(LS-KEY-FIELD))
053800                 MOVE WS-SCAN-IDX TO WS-KEY-NO
053900             END-IF
054000         END-PERFORM
054100     END-IF
054200     IF WS-KEY-NO = 0
054300         DISPLAY "CPYBROWSE: KEY FIELD "
054400             FUNCTION TRIM(LS-KEY-FIELD)
054500             " IS NOT A KEY RECORDED FOR "
054600             FUNCTION TRIM(LS-DATA-PATH)
054700         MOVE "Y" TO WS-KEY-BAD-SW
054800     ELSE
054900         MOVE WS-KEYDEF-OFFSET(WS-KEY-NO) TO WS-KEY-OFF
055000         MOVE WS-KEYDEF-LENGTH(WS-KEY-NO) TO WS-KEY-FULL-LEN
055100         MOVE WS-KEY-FULL-LEN TO WS-KEY-LEN
055200         IF WS-KEY-LEN > 40
055300             MOVE 40 TO WS-KEY-LEN
055400         END-IF
055500     END-IF.
055600
055700* POSITIONS DIRECTLY TO THE FIRST RECORD AT OR AFTER THE KEYED
055800* VALUE - ONE START AND ONE READ, HOWEVER BIG THE MASTER. SHORT
055900* VALUES ARE LOW-VALUE PADDED SO A BARE PREFIX FINDS THE FIRST
056000* RECORD OF THAT GROUP. THE RECORD NUMBER RESTARTS AT 1 HERE -
056100* THE TRUE ORDINAL IS UNKNOWABLE WITHOUT A FULL SCAN.
056200 POSITION-BY-KEY.
056300     MOVE "N" TO WS-AT-END-SW
056400     MOVE LOW-VALUES TO DATA-IDX-KEY
056500     IF WS-KEY-TEXT NOT = SPACES
056600         IF WS-ENC = "EBCDIC"
056700*            THE OPERATOR TYPES ASCII - THE STORED KEY IS NOT.
056800             MOVE WS-KEY-TEXT TO WS-TRAN-TEXT
056900             MOVE WS-KEY-LEN TO WS-TRAN-LEN
057000             PERFORM TRANSLATE-A2E-TEXT
057100             MOVE WS-TRAN-TEXT(1:40) TO WS-KEY-TEXT
057200         END-IF
057300         MOVE WS-KEY-TEXT(1:WS-KEY-LEN)
057400              TO DATA-IDX-KEY(1:WS-KEY-LEN)
057500     END-IF
057600     IF KEYDEF-FOUND
057700         PERFORM START-THROUGH-MODULE
057800     ELSE
057900         START DATA-IDX-FILE KEY NOT < DATA-IDX-KEY
058000             INVALID KEY
058100                 MOVE "Y" TO WS-AT-END-SW
058200         END-START
058300         IF NOT WS-HIT-END
058400             READ DATA-IDX-FILE NEXT RECORD
058500                 AT END
058600                     MOVE "Y" TO WS-AT-END-SW
058700                 NOT AT END
058800                     MOVE SPACES TO WS-RECORD
058900                     MOVE DATA-IDX-REC(1:WS-DATA-REC-LEN)
059000                          TO WS-RECORD(1:WS-DATA-REC-LEN)
059100                     MOVE 1 TO WS-CUR-REC
059200             END-READ
059300         END-IF
059400     END-IF
059500     IF WS-HIT-END
059600         MOVE "NO RECORD AT OR AFTER THAT KEY" TO WS-MSG
059700     ELSE
059800         IF RULES-OK
059900             PERFORM SELECT-RECORD-LAYOUT
060000         END-IF
060100     END-IF.
060200
060300* THE SAME POSITIONING THROUGH THE ACCESS MODULE: THE PADDED
060400* KEY VALUE GOES INTO THE RECORD AREA AT THE KEY'S OWN OFFSET,
060500* THE MODULE STARTS ON THAT KEY AND ONE READ NEXT FETCHES THE
060600* RECORD. THE REST OF THE KEY IS LOW-VALUE PADDED AS ABOVE.
060700* FROM HERE N FOLLOWS THAT KEY'S ORDER UNTIL A REOPEN.
060800 START-THROUGH-MODULE.
060900     MOVE LOW-VALUES TO WS-KIO-RECORD(WS-KEY-OFF:WS-KEY-FULL-LEN)
061000     MOVE DATA-IDX-KEY(1:WS-KEY-LEN)
061100          TO WS-KIO-RECORD(WS-KEY-OFF:WS-KEY-LEN)
061200     MOVE "ST" TO WS-KIO-FUNCTION
061300     MOVE WS-KEY-NO TO WS-KIO-KEY-NO
061400     CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
061500     IF WS-KIO-STATUS NOT = "00"
061600         MOVE "Y" TO WS-AT-END-SW
061700     ELSE
061800         SET WS-KEY-ORDER TO TRUE
061900         PERFORM READ-NEXT-THROUGH-MODULE
062000         IF NOT WS-HIT-END
062100             MOVE 1 TO WS-CUR-REC
062200         END-IF
062300     END-IF.
062400
062500* RESOLVES THE DISCRIMINATOR FIELD NAME (WHEN THE RULES FILE
062600* NAMES ONE) AGAINST THE FIELD TABLE AND CHECKS EVERY RULE'S
062700* RECORD NUMBER NAMES AN 01 LEVEL THE COPYBOOK ACTUALLY HAS -
062800* THE SAME PREPARATION CPYVERIF DOES.
062900 PREPARE-TYPE-RULES.
063000     MOVE "N" TO WS-RULE-BAD-SW
063100     IF WS-RULE-DISC-FIELD NOT = SPACES
063200         MOVE 0 TO WS-FOUND-IDX
063300         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
063400                   UNTIL WS-SCAN-IDX > WS-FLD-COUNT
063500                      OR WS-FOUND-IDX > 0
063600             IF FUNCTION TRIM(FLD-NAME(WS-SCAN-IDX)) =
063700                FUNCTION TRIM(WS-RULE-DISC-FIELD)
063800                 MOVE WS-SCAN-IDX TO WS-FOUND-IDX
063900             END-IF
064000         END-PERFORM
064100         IF WS-FOUND-IDX = 0
064200             DISPLAY "CPYBROWSE: DISCRIMINATOR FIELD "
064300                 FUNCTION TRIM(WS-RULE-DISC-FIELD)
064400                 " NOT IN COPYBOOK"
064500             MOVE "Y" TO WS-RULE-BAD-SW
064600         ELSE
064700             MOVE FLD-OFFSET(WS-FOUND-IDX) TO WS-RULE-DISC-OFF
064800             MOVE FLD-ELEM-LEN(WS-FOUND-IDX) TO WS-RULE-DISC-LEN
064900         END-IF
065000     END-IF
065100     IF WS-RULE-DISC-LEN = 0 OR WS-RULE-DISC-LEN > 8
065200         MOVE 1 TO WS-RULE-DISC-LEN
065300     END-IF
065400     MOVE 0 TO WS-01-TOTAL
065500     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
065600               UNTIL WS-SCAN-IDX > WS-FLD-COUNT
065700         IF FLD-LEVEL(WS-SCAN-IDX) = 1
065800             ADD 1 TO WS-01-TOTAL
065900         END-IF
066000     END-PERFORM
066100     PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
066200               UNTIL WS-RULE-IDX > WS-RULE-COUNT
066300         IF WS-RULE-RECORD-NO(WS-RULE-IDX) = 0
066400           OR WS-RULE-RECORD-NO(WS-RULE-IDX) > WS-01-TOTAL
066500             DISPLAY "CPYBROWSE: RULE TYPE "
066600                 FUNCTION TRIM(WS-RULE-VALUE(WS-RULE-IDX))
066700                 " NAMES 01 NUMBER "
066800                 WS-RULE-RECORD-NO(WS-RULE-IDX)
066900                 " - COPYBOOK HAS " WS-01-TOTAL
067000             MOVE "Y" TO WS-RULE-BAD-SW
067100         END-IF
067200     END-PERFORM
067300     MOVE 1 TO WS-CUR-REC-NO.
067400
067500* POINTS WS-REC-FIRST/WS-REC-LAST AT THE WS-WANT-REC-NO'TH
067600* 01 LEVEL OF THE FIELD TABLE.
067700 SET-RECORD-RANGE.
067800     MOVE 0 TO WS-REC-FIRST
067900     MOVE 0 TO WS-REC-LAST
068000     MOVE 0 TO WS-01-SEEN
068100     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
068200               UNTIL WS-SCAN-IDX > WS-FLD-COUNT
068300         IF FLD-LEVEL(WS-SCAN-IDX) = 1
068400             ADD 1 TO WS-01-SEEN
068500             IF WS-01-SEEN = WS-WANT-REC-NO
068600                 MOVE WS-SCAN-IDX TO WS-REC-FIRST
068700                 MOVE WS-FLD-COUNT TO WS-REC-LAST
068800             ELSE
068900                 IF WS-01-SEEN = WS-WANT-REC-NO + 1
069000                     COMPUTE WS-REC-LAST = WS-SCAN-IDX - 1
069100                 END-IF
069200             END-IF
069300         END-IF
069400     END-PERFORM.
069500
069600* MATCHES THE CURRENT RECORD'S TYPE BYTES AGAINST THE RULES AND
069700* SWITCHES THE DECODE RANGE TO THE SELECTED 01 LEVEL. THE RANGE
069800* IS ONLY REBUILT WHEN THE TYPE DIFFERS FROM THE PREVIOUS
069900* RECORD'S; AN UNMATCHED TYPE KEEPS THE PREVIOUS LAYOUT AND
070000* LEAVES A MESSAGE ON THE SCREEN.
070100 SELECT-RECORD-LAYOUT.
070200     MOVE SPACES TO WS-CUR-TYPE
070300     MOVE 0 TO WS-FOUND-IDX
070400     IF WS-RULE-DISC-OFF + WS-RULE-DISC-LEN - 1
070500             <= WS-DATA-REC-LEN
070600         MOVE WS-RECORD(WS-RULE-DISC-OFF:WS-RULE-DISC-LEN)
070700              TO WS-CUR-TYPE
070800         IF WS-ENC = "EBCDIC"
070900*            THE RULES FILE IS ASCII - TRANSLATE THE RECORD'S
071000*            TYPE BYTES BEFORE MATCHING THEM.
071100             MOVE WS-CUR-TYPE TO WS-TRAN-TEXT
071200             MOVE WS-RULE-DISC-LEN TO WS-TRAN-LEN
071300             PERFORM TRANSLATE-E2A-TEXT
071400             MOVE WS-TRAN-TEXT(1:8) TO WS-CUR-TYPE
071500         END-IF
071600         PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
071700                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
071800                      OR WS-FOUND-IDX > 0
071900             IF WS-CUR-TYPE(1:WS-RULE-DISC-LEN) =
072000                WS-RULE-VALUE(WS-RULE-IDX)(1:WS-RULE-DISC-LEN)
072100                 MOVE WS-RULE-IDX TO WS-FOUND-IDX
072200             END-IF
072300         END-PERFORM
072400     END-IF
072500     IF WS-FOUND-IDX = 0
072600         MOVE SPACES TO WS-MSG
072700         STRING "UNKNOWN RECORD TYPE '"
072800                FUNCTION TRIM(WS-CUR-TYPE)
072900                "' - PREVIOUS LAYOUT SHOWN"
073000                DELIMITED BY SIZE INTO WS-MSG
073100     ELSE
073200         IF WS-RULE-RECORD-NO(WS-FOUND-IDX)
073300                 NOT = WS-CUR-REC-NO
073400           OR WS-REC-FIRST = 0
073500             MOVE WS-RULE-RECORD-NO(WS-FOUND-IDX)
073600                  TO WS-CUR-REC-NO
073700             MOVE WS-CUR-REC-NO TO WS-WANT-REC-NO
073800             PERFORM SET-RECORD-RANGE
073900         END-IF
074000     END-IF.
074100
074200 SHOW-RECORD.
074300     DISPLAY " " LINE 1 POSITION 1 ERASE EOS
074400     MOVE WS-CUR-REC TO WS-REC-DISP
074500     MOVE WS-DATA-REC-LEN TO WS-LEN-DISP
074600     MOVE SPACES TO WS-SCREEN-LINE
074700     STRING "RECORD " WS-REC-DISP
074800            "  LENGTH " WS-LEN-DISP
074900            "  " FUNCTION TRIM(LS-DATA-PATH)
075000            DELIMITED BY SIZE INTO WS-SCREEN-LINE
075100     DISPLAY WS-SCREEN-LINE LINE 1 POSITION 1
075200     IF RULES-OK
075300         MOVE SPACES TO WS-SCREEN-LINE
075400         STRING "TYPE '" FUNCTION TRIM(WS-CUR-TYPE)
075500                "'  LAYOUT "
075600                FUNCTION TRIM(FLD-NAME(WS-REC-FIRST))
075700                DELIMITED BY SIZE INTO WS-SCREEN-LINE
075800         DISPLAY WS-SCREEN-LINE LINE 2 POSITION 1
075900     END-IF
076000     MOVE SPACES TO WS-SCREEN-LINE
076100     STRING "R NAME                                 OFFSET"
076200            "  VALUE"
076300            DELIMITED BY SIZE INTO WS-SCREEN-LINE
076400     DISPLAY WS-SCREEN-LINE LINE 3 POSITION 1
076500     MOVE 4 TO WS-LINE-NO
076600     MOVE WS-WIN-START TO WS-WIN-IDX
076700     PERFORM UNTIL WS-WIN-IDX > WS-REC-LAST
076800                OR WS-LINE-NO > 21
076900         MOVE WS-WIN-IDX TO WS-IDX
077000         PERFORM SHOW-ONE-FIELD
077100         ADD 1 TO WS-LINE-NO
077200         ADD 1 TO WS-WIN-IDX
077300     END-PERFORM
077400     IF WS-MSG NOT = SPACES
077500         DISPLAY WS-MSG LINE 22 POSITION 1
077600         MOVE SPACES TO WS-MSG
077700     END-IF.
077800
077900 SHOW-ONE-FIELD.
078000     MOVE SPACE TO WS-MARK
078100     IF FLD-REDEFINES(WS-IDX) NOT = SPACES
078200         MOVE "R" TO WS-MARK
078300     END-IF
078400     PERFORM DECODE-FIELD
078500     MOVE FLD-OFFSET(WS-IDX) TO WS-OFF-DISP
078600     MOVE SPACES TO WS-SCREEN-LINE
078700     IF FLD-OCCURS-MAX(WS-IDX) > 0
078800         MOVE FLD-OCCURS-MAX(WS-IDX) TO WS-OCC-DISP
078900         STRING WS-MARK " " FLD-NAME(WS-IDX)
079000                " " WS-OFF-DISP " (1 OF"
079100                WS-OCC-DISP ") " WS-VALUE
079200                DELIMITED BY SIZE INTO WS-SCREEN-LINE
079300     ELSE
079400         STRING WS-MARK " " FLD-NAME(WS-IDX)
079500                " " WS-OFF-DISP " = " WS-VALUE
079600                DELIMITED BY SIZE INTO WS-SCREEN-LINE
079700     END-IF
079800     DISPLAY WS-SCREEN-LINE LINE WS-LINE-NO POSITION 1.
079900
080000* DECODES THE FIRST OCCURRENCE OF TABLE ENTRY WS-IDX OUT OF THE
080100* CURRENT RECORD INTO WS-VALUE, READABLE FORM PER USAGE.
080200 DECODE-FIELD.
080300     MOVE SPACES TO WS-VALUE
080400     MOVE FLD-OFFSET(WS-IDX) TO WS-FLD-OFF
080500     COMPUTE WS-FLD-END = WS-FLD-OFF
080600         + FLD-ELEM-LEN(WS-IDX) - 1
080700     IF FLD-IS-GROUP(WS-IDX) = "Y"
080800         MOVE "(GROUP)" TO WS-VALUE
080900     ELSE
081000         IF WS-FLD-OFF > WS-DATA-REC-LEN
081100             MOVE "(BEYOND END OF RECORD)" TO WS-VALUE
081200         ELSE
081300             EVALUATE FLD-USAGE(WS-IDX)
081400                 WHEN "DISPLAY"
081500                     PERFORM DECODE-DISPLAY-FIELD
081600                 WHEN "COMP-3"
081700                     PERFORM DECODE-PACKED-FIELD
081800                 WHEN "BINARY"
081900                     PERFORM DECODE-BINARY-FIELD
082000                 WHEN OTHER
082100                     MOVE "(FLOATING POINT)" TO WS-VALUE
082200             END-EVALUATE
082300         END-IF
082400     END-IF.
082500
082600 DECODE-DISPLAY-FIELD.
082700     MOVE FLD-ELEM-LEN(WS-IDX) TO WS-SLICE-LEN
082800     IF WS-SLICE-LEN > 40
082900         MOVE 40 TO WS-SLICE-LEN
083000     END-IF
083100     IF WS-SLICE-LEN > 0
083200         MOVE WS-RECORD(WS-FLD-OFF:WS-SLICE-LEN) TO WS-VALUE
083300         IF WS-ENC = "EBCDIC"
083400             MOVE WS-VALUE TO WS-TRAN-TEXT
083500             MOVE WS-SLICE-LEN TO WS-TRAN-LEN
083600             PERFORM TRANSLATE-E2A-TEXT
083700             MOVE WS-TRAN-TEXT(1:40) TO WS-VALUE
083800         END-IF
083900     END-IF.
084000
084100* TRANSLATES THE FIRST WS-TRAN-LEN BYTES OF WS-TRAN-TEXT FROM
084200* EBCDIC TO ASCII THROUGH THE EBCTAB TABLE.
084300 TRANSLATE-E2A-TEXT.
084400     PERFORM VARYING WS-TRAN-IDX FROM 1 BY 1
084500               UNTIL WS-TRAN-IDX > WS-TRAN-LEN
084600         MOVE WS-TRAN-TEXT(WS-TRAN-IDX:1) TO WS-BYTE
084700         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE)
084800         MOVE WS-E2A-BYTE(WS-BYTE-VAL)
084900              TO WS-TRAN-TEXT(WS-TRAN-IDX:1)
085000     END-PERFORM.
085100
085200* AND THE OTHER WAY, FOR KEY VALUES TYPED AT THE TERMINAL.
085300 TRANSLATE-A2E-TEXT.
085400     PERFORM VARYING WS-TRAN-IDX FROM 1 BY 1
085500               UNTIL WS-TRAN-IDX > WS-TRAN-LEN
085600         MOVE WS-TRAN-TEXT(WS-TRAN-IDX:1) TO WS-BYTE
085700         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE)
085800         MOVE WS-A2E-BYTE(WS-BYTE-VAL)
085900              TO WS-TRAN-TEXT(WS-TRAN-IDX:1)
086000     END-PERFORM.
086100
086200 DECODE-PACKED-FIELD.
086300     MOVE ZERO TO WS-PACKED-NUM
086400     MOVE "N" TO WS-PACKED-NEG-SW
086500     PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF BY 1
086600               UNTIL WS-BYTE-IDX > WS-FLD-END
086700         MOVE WS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
086800         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
086900         DIVIDE WS-BYTE-VAL BY 16 GIVING WS-NIB-HI
087000             REMAINDER WS-NIB-LO
087100         IF WS-NIB-HI > 9
087200             MOVE "(INVALID PACKED DATA)" TO WS-VALUE
087300             MOVE WS-FLD-END TO WS-BYTE-IDX
087400         ELSE
087500             COMPUTE WS-PACKED-NUM =
087600                 WS-PACKED-NUM * 10 + WS-NIB-HI
087700             IF WS-BYTE-IDX = WS-FLD-END
087800                 IF WS-NIB-LO = 13
087900                     MOVE "Y" TO WS-PACKED-NEG-SW
088000                 END-IF
088100             ELSE
088200                 IF WS-NIB-LO > 9
088300                     MOVE "(INVALID PACKED DATA)" TO WS-VALUE
088400                     MOVE WS-FLD-END TO WS-BYTE-IDX
088500                 ELSE
088600                     COMPUTE WS-PACKED-NUM =
088700                         WS-PACKED-NUM * 10 + WS-NIB-LO
088800                 END-IF
088900             END-IF
089000         END-IF
089100     END-PERFORM
089200     IF WS-VALUE = SPACES
089300         MOVE WS-PACKED-NUM TO WS-NUM-DISP
089400         IF WS-PACKED-NEG
089500             STRING "-" FUNCTION TRIM(WS-NUM-DISP)
089600                 DELIMITED BY SIZE INTO WS-VALUE
089700         ELSE
089800             MOVE FUNCTION TRIM(WS-NUM-DISP) TO WS-VALUE
089900         END-IF
090000     END-IF.
090100
090200* A SIGNED BINARY FIELD (PICTURE STARTING WITH S) WITH ITS HIGH
090300* BIT SET IS TWO'S COMPLEMENT - THE MAGNITUDE IS REBUILT FROM
090400* THE COMPLEMENTED BYTES PLUS ONE AND SHOWN WITH A MINUS SIGN,
090500* SO -1 READS AS -1 AND NOT 65535.
090600 DECODE-BINARY-FIELD.
090700     MOVE "N" TO WS-BIN-NEG-SW
090800     MOVE WS-RECORD(WS-FLD-OFF:1) TO WS-BYTE
090900     COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
091000     IF FLD-PIC-STRING(WS-IDX)(1:1) = "S"
091100       AND WS-BYTE-VAL >= 128
091200         SET WS-BIN-NEG TO TRUE
091300     END-IF
091400     MOVE ZERO TO WS-BIN-NUM
091500     PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF BY 1
091600               UNTIL WS-BYTE-IDX > WS-FLD-END
091700         MOVE WS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
091800         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
091900         IF WS-BIN-NEG
092000             COMPUTE WS-BYTE-VAL = 255 - WS-BYTE-VAL
092100         END-IF
092200         COMPUTE WS-BIN-NUM = WS-BIN-NUM * 256 + WS-BYTE-VAL
092300     END-PERFORM
092400     IF WS-BIN-NEG
092500         ADD 1 TO WS-BIN-NUM
092600     END-IF
092700     MOVE WS-BIN-NUM TO WS-NUM-DISP
092800     IF WS-BIN-NEG
092900         MOVE SPACES TO WS-VALUE
093000         STRING "-" FUNCTION TRIM(WS-NUM-DISP)
093100             DELIMITED BY SIZE INTO WS-VALUE
093200     ELSE
093300         MOVE FUNCTION TRIM(WS-NUM-DISP) TO WS-VALUE
093400     END-IF.
093500
093600 GET-COMMAND.
093700     DISPLAY "N=NEXT P=PREV J=JUMP K=KEY E=EDIT F=MORE Q=QUIT :"
093800         LINE 24 POSITION 1
093900     ACCEPT WS-COMMAND LINE 24 POSITION 52
094000     EVALUATE FUNCTION UPPER-CASE(WS-COMMAND)
094100         WHEN "N"
094200             COMPUTE WS-TGT-REC = WS-CUR-REC + 1
094300             PERFORM POSITION-TO-RECORD
094400             IF WS-HIT-END
094500                 MOVE "ALREADY AT THE LAST RECORD" TO WS-MSG
094600             END-IF
094700             MOVE WS-REC-FIRST TO WS-WIN-START
094800         WHEN "P"
094900             IF WS-CUR-REC > 1
095000                 COMPUTE WS-TGT-REC = WS-CUR-REC - 1
095100                 PERFORM POSITION-TO-RECORD
095200             ELSE
095300                 MOVE "ALREADY AT THE FIRST RECORD" TO WS-MSG
095400             END-IF
095500             MOVE WS-REC-FIRST TO WS-WIN-START
095600         WHEN "J"
095700             DISPLAY "RECORD NUMBER :" LINE 24 POSITION 50
095800             MOVE SPACES TO WS-JUMP-TEXT
095900             ACCEPT WS-JUMP-TEXT LINE 24 POSITION 66
096000             IF FUNCTION TRIM(WS-JUMP-TEXT) IS NUMERIC
096100                 COMPUTE WS-TGT-REC =
096200                     FUNCTION NUMVAL(WS-JUMP-TEXT)
096300                 PERFORM POSITION-TO-RECORD
096400                 IF WS-HIT-END
096500                     MOVE "PAST END OF FILE - ON LAST RECORD"
096600                         TO WS-MSG
096700                 END-IF
096800             ELSE
096900                 MOVE "RECORD NUMBER MUST BE NUMERIC" TO WS-MSG
097000             END-IF
097100             MOVE WS-REC-FIRST TO WS-WIN-START
097200         WHEN "K"
097300             IF WS-ORG NOT = "IDX"
097400                 MOVE "K POSITIONS INDEXED FILES ONLY" TO WS-MSG
097500             ELSE
097600                 DISPLAY "KEY VALUE :" LINE 24 POSITION 48
097700                 MOVE SPACES TO WS-KEY-TEXT
097800                 ACCEPT WS-KEY-TEXT LINE 24 POSITION 60
097900                 PERFORM POSITION-BY-KEY
098000             END-IF
098100             MOVE WS-REC-FIRST TO WS-WIN-START
098200         WHEN "E"
098300             PERFORM EDIT-CURRENT-FIELD
098400             MOVE WS-REC-FIRST TO WS-WIN-START
098500         WHEN "F"
098600             COMPUTE WS-WIN-START = WS-WIN-START + 18
098700             IF WS-WIN-START > WS-REC-LAST
098800                 MOVE WS-REC-FIRST TO WS-WIN-START
098900             END-IF
099000         WHEN "Q"
099100             SET WS-QUIT TO TRUE
099200         WHEN OTHER
099300             CONTINUE
099400     END-EVALUATE.
099500
099600* TAKES A FIELD OF THE CURRENT LAYOUT AND A NEW VALUE AT THE
099700* PROMPT LINE, HANDS THE PATCH TO CPYEDIT (WHICH ENCODES,
099800* REWRITES AND LOGS IT), THEN RE-READS THE RECORD SO THE SCREEN
099900* SHOWS THE FILE AS IT NOW IS. THE INPUT SIDE IS CLOSED AROUND
100000* THE CALL - CPYEDIT OPENS THE SAME FILE I-O.
100100 EDIT-CURRENT-FIELD.
100200     DISPLAY "FIELD NAME :" LINE 23 POSITION 1
100300     MOVE SPACES TO WS-EDIT-FIELD
100400     ACCEPT WS-EDIT-FIELD LINE 23 POSITION 14
100500     MOVE 0 TO WS-EDIT-IDX
100600     PERFORM VARYING WS-SCAN-IDX FROM WS-REC-FIRST BY 1
100700               UNTIL WS-SCAN-IDX > WS-REC-LAST
100800                  OR WS-EDIT-IDX > 0
100900         IF FLD-IS-GROUP(WS-SCAN-IDX) = "N"
101000           AND FUNCTION TRIM(FLD-NAME(WS-SCAN-IDX)) =
101100               FUNCTION TRIM(FUNCTION UPPER-CASE(
101200                   WS-EDIT-FIELD))
101300             MOVE WS-SCAN-IDX TO WS-EDIT-IDX
101400         END-IF
101500     END-PERFORM
101600     IF WS-EDIT-IDX = 0
101700         MOVE "FIELD NOT IN THIS LAYOUT" TO WS-MSG
101800     ELSE
101900         MOVE WS-EDIT-IDX TO WS-IDX
102000         PERFORM DECODE-FIELD
102100         DISPLAY "NEW VALUE :" LINE 23 POSITION 52
102200         MOVE SPACES TO WS-EDIT-VALUE
102300         ACCEPT WS-EDIT-VALUE LINE 23 POSITION 64
102400         IF KEYDEF-FOUND
102500             MOVE WS-RECORD(WS-KEYDEF-OFFSET(1):
102600                            WS-KEYDEF-LENGTH(1)) TO WS-EDIT-KEY
102700         ELSE
102800             MOVE WS-RECORD(1:64) TO WS-EDIT-KEY
102900         END-IF
103000         PERFORM CLOSE-DATA-INPUT
103100         CALL "CPYEDIT" USING WS-DATA-PATH WS-ORG WS-ENC
103200             WS-CUR-REC WS-EDIT-KEY WS-FLD-TABLE WS-EDIT-IDX
103300             WS-VALUE WS-EDIT-VALUE WS-EDIT-STATUS
103400         PERFORM OPEN-DATA-INPUT
103500         PERFORM EDIT-REFRESH
103600         EVALUATE WS-EDIT-STATUS
103700             WHEN "O"
103800                 MOVE "FIELD UPDATED - LOGGED TO CPYEDIT.LOG"
103900                     TO WS-MSG
104000             WHEN "D"
104100                 MOVE "NOT AUTHORIZED - LOGGED TO CPYSEC.LOG"
104200                     TO WS-MSG
104300             WHEN "H"
104400                 MOVE "PATCH HELD FOR A SECOND USER'S APPROVAL"
104500                     TO WS-MSG
104600             WHEN OTHER
104700                 MOVE "FIELD NOT UPDATED" TO WS-MSG
104800         END-EVALUATE
104900     END-IF.
105000
105100* RE-READS THE PATCHED RECORD: SEQUENTIAL AND RELATIVE FILES
105200* SKIP BACK TO THE RECORD NUMBER, INDEXED FILES RE-READ THE
105300* SAVED KEY BYTES DIRECTLY - A SCAN FROM THE TOP WOULD LOSE
105400* THE POSITION A K COMMAND ESTABLISHED. WITH A RECORDED KEY
105500* DEFINITION THE SAVED BYTES ARE THE PRIMARY KEY, RE-READ
105600* THROUGH THE ACCESS MODULE, AND A BROWSE A K COMMAND PUT IN
105700* ANOTHER KEY'S ORDER IS PUT BACK IN IT.
105800 EDIT-REFRESH.
105900     IF WS-ORG = "IDX"
106000         MOVE "N" TO WS-AT-END-SW
106100         IF KEYDEF-FOUND
106200             PERFORM REREAD-THROUGH-MODULE
106300         ELSE
106400             MOVE WS-EDIT-KEY TO DATA-IDX-KEY
106500             READ DATA-IDX-FILE
106600                 INVALID KEY
106700                     MOVE "Y" TO WS-AT-END-SW
106800                 NOT INVALID KEY
106900                     MOVE SPACES TO WS-RECORD
107000                     MOVE DATA-IDX-REC(1:WS-DATA-REC-LEN)
107100                          TO WS-RECORD(1:WS-DATA-REC-LEN)
107200             END-READ
107300         END-IF
107400         IF RULES-OK
107500             PERFORM SELECT-RECORD-LAYOUT
107600         END-IF
107700     ELSE
107800         MOVE WS-CUR-REC TO WS-TGT-REC
107900         PERFORM POSITION-TO-RECORD
108000     END-IF.
108100
108200 REREAD-THROUGH-MODULE.
108300     MOVE WS-EDIT-KEY(1:WS-KEYDEF-LENGTH(1))
108400          TO WS-KIO-RECORD(WS-KEYDEF-OFFSET(1):
108500                           WS-KEYDEF-LENGTH(1))
108600     MOVE "RK" TO WS-KIO-FUNCTION
108700     CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
108800     IF WS-KIO-STATUS = "00" OR WS-KIO-STATUS = "02"
108900         MOVE WS-KIO-REC-LEN TO WS-DATA-REC-LEN
109000         MOVE SPACES TO WS-RECORD
109100         MOVE WS-KIO-RECORD(1:WS-DATA-REC-LEN)
109200              TO WS-RECORD(1:WS-DATA-REC-LEN)
109300         IF WS-KEY-ORDER
109400             PERFORM RESUME-KEY-ORDER
109500         END-IF
109600     ELSE
109700         MOVE "Y" TO WS-AT-END-SW
109800     END-IF.
109900
110000* A READ BY PRIMARY KEY LEAVES THE MODULE IN PRIMARY KEY
110100* ORDER. START AGAIN ON THE BROWSE'S OWN KEY WITH THE RE-READ
110200* RECORD'S KEY BYTES (NEW ONES IF THE PATCH CHANGED THE KEY)
110300* AND READ ON UNTIL THIS RECORD COMES BACK - AN ALTERNATE KEY
110400* MAY HAVE DUPLICATES AHEAD OF IT - SO THE NEXT N IS THE
110500* RECORD AFTER IT IN THAT ORDER. WS-RECORD IS NOT DISTURBED.
110600 RESUME-KEY-ORDER.
110700     MOVE "ST" TO WS-KIO-FUNCTION
110800     MOVE WS-KEY-NO TO WS-KIO-KEY-NO
110900     CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
111000     IF WS-KIO-STATUS NOT = "00"
111100         MOVE "N" TO WS-KEY-ORDER-SW
111200     ELSE
111300         MOVE "N" TO WS-EDIT-FOUND-SW
111400         PERFORM UNTIL WS-EDIT-FOUND-SW = "Y"
111500             MOVE "RN" TO WS-KIO-FUNCTION
111600             CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
111700             IF WS-KIO-STATUS NOT = "00"
111800               AND WS-KIO-STATUS NOT = "02"
111900                 MOVE "N" TO WS-KEY-ORDER-SW
112000                 MOVE "Y" TO WS-EDIT-FOUND-SW
112100             ELSE
112200                 IF WS-KIO-RECORD(WS-KEYDEF-OFFSET(1):
112300                                  WS-KEYDEF-LENGTH(1)) =
112400                    WS-EDIT-KEY(1:WS-KEYDEF-LENGTH(1))
112500                     MOVE "Y" TO WS-EDIT-FOUND-SW
112600                 END-IF
112700             END-IF
112800         END-PERFORM
112900     END-IF.
