000100******************************************************************
000200*    CPYLOAD
000300*
000400*    BUILDS, UNLOADS AND REORGANIZES RM-COBOL INDEXED MASTERS
000500*    WHOSE KEYS ARE NAMED FIELDS OF THEIR COPYBOOK, INSTEAD OF
000600*    THE FIXED 64 LEADING BYTES THE DATA TOOLS ASSUMED UNTIL
000700*    NOW. THREE FUNCTIONS, CHOSEN BY THE FIRST COMMAND-LINE
000800*    WORD:
000900*
001000*      LOAD COPYBOOK INPUT MASTER KEY [ALTKEY[:DUP] ...]
001100*                   SIZES THE COPYBOOK WITH CPYPARSE (RM-COBOL
001200*                   PROFILE), TAKES EACH KEY'S OFFSET AND LENGTH
001300*                   FROM THE FIELD TABLE AND LOADS THE RECORD
001400*                   SEQUENTIAL INPUT (CPYGEN, CPYSCAN OR UNLOAD
001500*                   FORMAT) INTO A NEW INDEXED MASTER. UP TO 7
001600*                   ALTERNATE KEYS; ":DUP" ALLOWS DUPLICATES ON
001700*                   ONE. A KEY MUST SIT AT ONE FIXED POSITION -
001800*                   NOT IN AN OCCURS TABLE, NOT AFTER A DEPENDING
001900*                   ON TABLE - AND BE 1 TO 64 BYTES, THE SIZE OF
002000*                   THE SUITE'S KEY AREAS.
002100*      UNLOAD MASTER OUTPUT
002200*                   COPIES A MASTER BACK TO RECORD SEQUENTIAL IN
002300*                   PRIMARY KEY ORDER. A MASTER WITHOUT A KEY
002400*                   DEFINITION IS READ WITH THE OLD 64-BYTE
002500*                   LEADING KEY.
002600*      REORG MASTER UNLOADS A LOADED MASTER TO <MASTER>.UNL,
002700*                   RELOADS IT WITH ITS RECORDED KEYS AND SWAPS
002800*                   THE FRESH FILE IN, THE WAY CPYHKEEP REBUILDS
002900*                   SIZHIST.IDX, SO DELETED SPACE IS RECLAIMED.
003000*                   THE SWAP ONLY HAPPENS WHEN EVERY UNLOADED
003100*                   RECORD WENT BACK ON.
003200*
003300*    A LOAD IS BUILT IN <MASTER>.NEW AND ONLY MOVED OVER THE
003400*    MASTER WHEN IT COMPLETED; A FAILED LOAD LEAVES THE OLD
003500*    MASTER UNTOUCHED. ITS KEYS ARE RECORDED BESIDE IT IN
003600*    <MASTER>.KEY (READ BACK BY CPYKEYS), WHICH IS HOW CPYVERIF,
003700*    CPYBROWSE AND CPYEDIT NOW OPEN IT. INPUT RECORDS THAT
003800*    CANNOT GO ON - DUPLICATE PRIMARY KEY, DUPLICATE ALTERNATE
003900*    KEY WITHOUT :DUP, TOO SHORT FOR THE KEYS, LONGER THAN THE
004000*    COPYBOOK - GO TO <MASTER>.REJ (LAYOUT LOADREJ) WITH THE
004100*    REASON.
004200*
004300*    A KEY'S POSITION IS FIXED WHEN A PROGRAM IS COMPILED, SO
004400*    EACH KEY LAYOUT GETS ITS OWN SMALL ACCESS MODULE (KEYIO
004500*    CALL AREA). CPYLOAD WRITES ITS SOURCE TO <MODULE>.cbl IN
004600*    THE CURRENT DIRECTORY THE FIRST TIME THE LAYOUT IS SEEN
004700*    AND COMPILES IT WITH THE COMMAND IN THE CPYLOAD_COMPILE
004800*    ENVIRONMENT VARIABLE (DEFAULT "rmcobol"), FOLLOWED BY THE
004900*    SOURCE NAME. THE COMPILED MODULE MUST BE ON THE RUN PATH
005000*    OF EVERY PROGRAM THAT OPENS THE MASTER. MASTERS WITH THE
005100*    SAME KEY LAYOUT SHARE ONE MODULE.
005200*
005300*    RETURN CODE 0 WHEN EVERYTHING WENT ON, 8 FOR REJECTS OR A
005400*    FILE THAT COULD NOT BE OPENED, READ OR WRITTEN (A MASTER
005500*    BEING REBUILT IS THEN LEFT AS IT WAS), 12 WHEN THE RUN
005600*    COULD NOT START - BAD ARGUMENTS, COPYBOOK OR KEYS, NO KEY
005700*    DEFINITION TO REORG WITH, OR NO ACCESS MODULE.
005800*
005900*    MODIFICATION HISTORY
006000*    2026-10-15  INITIAL VERSION.
006100******************************************************************
006200 IDENTIFICATION DIVISION.
006300 PROGRAM-ID. CPYLOAD.
006400 DATE-WRITTEN. 26/10/15.
006500 AUTHOR SYSTEMS.
006600 ENVIRONMENT DIVISION.
006700 CONFIGURATION SECTION.
006800 SOURCE-COMPUTER. RM-COBOL.
006900 OBJECT-COMPUTER. RM-COBOL.
007000 INPUT-OUTPUT SECTION.
007100 FILE-CONTROL.
007200     SELECT LOAD-IN-FILE ASSIGN TO DYNAMIC WS-IN-PATH
007300         ORGANIZATION SEQUENTIAL
007400         FILE STATUS IS WS-IN-STATUS.
007500     SELECT UNLOAD-OUT-FILE ASSIGN TO DYNAMIC WS-OUT-PATH
007600         ORGANIZATION SEQUENTIAL
007700         FILE STATUS IS WS-OUT-STATUS.
007800     SELECT REJ-OUT-FILE ASSIGN TO DYNAMIC WS-REJ-PATH
007900         ORGANIZATION SEQUENTIAL
008000         FILE STATUS IS WS-REJ-STATUS.
008100     SELECT KDEF-OUT-FILE ASSIGN TO DYNAMIC WS-KDEF-PATH
008200         ORGANIZATION LINE SEQUENTIAL
008300         FILE STATUS IS WS-KDEF-STATUS.
008400     SELECT SRC-OUT-FILE ASSIGN TO DYNAMIC WS-SRC-PATH
008500         ORGANIZATION LINE SEQUENTIAL
008600         FILE STATUS IS WS-SRC-STATUS.
008700     SELECT DATA-IDX-FILE ASSIGN TO DYNAMIC WS-DATA-PATH
008800         ORGANIZATION INDEXED
008900         ACCESS MODE DYNAMIC
009000         RECORD KEY IS DATA-IDX-KEY
009100         FILE STATUS IS WS-DATA-STATUS.
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  LOAD-IN-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
009500         CHARACTERS DEPENDING ON WS-IN-REC-LEN.
009600 01  LOAD-IN-REC                          PIC X(9999).
009700 FD  UNLOAD-OUT-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
009800         CHARACTERS DEPENDING ON WS-OUT-REC-LEN.
009900 01  UNLOAD-OUT-REC                       PIC X(9999).
010000 FD  REJ-OUT-FILE RECORD IS VARYING IN SIZE FROM 74 TO 10072
010100         CHARACTERS DEPENDING ON WS-REJ-LEN.
010200     COPY "LOADREJ.cpy".
010300 FD  KDEF-OUT-FILE.
010400 01  KDEF-OUT-REC                         PIC X(300).
010500 FD  SRC-OUT-FILE.
010600 01  SRC-OUT-REC                          PIC X(72).
010700 FD  DATA-IDX-FILE RECORD IS VARYING IN SIZE FROM 65 TO 9999
010800         CHARACTERS DEPENDING ON WS-DATA-REC-LEN.
010900 01  DATA-IDX-REC.
011000     05 DATA-IDX-KEY                      PIC X(64).
011100     05 FILLER                            PIC X(9935).
011200 WORKING-STORAGE SECTION.
011300 01  WS-COMMAND-LINE-FULL                 PIC X(800).
011400 01  WS-FUNCTION                          PIC X(20) VALUE SPACES.
011500 01  WS-ARG-1                             PIC X(200) VALUE SPACES.
011600 01  WS-ARG-2                             PIC X(200) VALUE SPACES.
011700 01  WS-ARG-3                             PIC X(200) VALUE SPACES.
011800 01  WS-KEY-ARGS.
011900     05 WS-KEY-ARG OCCURS 8 TIMES         PIC X(60).
012000 01  WS-TOO-MANY-SW                       PIC X VALUE "N".
012100 01  WS-COMMAND-LINE                      PIC X(600) VALUE SPACES.
012200 01  WS-COMPILE-CMD                       PIC X(200) VALUE SPACES.
012300 01  WS-RC                                PIC 9(2) VALUE ZERO.
012400
012500 01  WS-MASTER-PATH                       PIC X(200).
012600 01  WS-COPYBOOK-PATH                     PIC X(200).
012700 01  WS-NEW-PATH                          PIC X(200).
012800 01  WS-IN-PATH                           PIC X(200).
012900 01  WS-IN-STATUS                         PIC XX.
013000 01  WS-IN-REC-LEN                        PIC 9(4).
013100 01  WS-OUT-PATH                          PIC X(200).
013200 01  WS-OUT-STATUS                        PIC XX.
013300 01  WS-OUT-REC-LEN                       PIC 9(4).
013400 01  WS-REJ-PATH                          PIC X(200).
013500 01  WS-REJ-STATUS                        PIC XX.
013600 01  WS-REJ-LEN                           PIC 9(5).
013700 01  WS-REJ-OPEN-SW                       PIC X VALUE "N".
013800 01  WS-REJ-REASON                        PIC X(60).
013900 01  WS-KDEF-PATH                         PIC X(200).
014000 01  WS-KDEF-STATUS                       PIC XX.
014100 01  WS-KDEF-LINE                         PIC X(300).
014200 01  WS-DUP-WORD                          PIC X(5).
014300 01  WS-SRC-PATH                          PIC X(200).
014400 01  WS-SRC-STATUS                        PIC XX.
014500 01  WS-DATA-PATH                         PIC X(200).
014600 01  WS-DATA-STATUS                       PIC XX.
014700 01  WS-DATA-REC-LEN                      PIC 9(4).
014800
014900 01  WS-EOF-SW                            PIC X VALUE "N".
015000     88 WS-EOF                            VALUE "Y".
015100 01  WS-LOAD-FAILED-SW                    PIC X VALUE "N".
015200 01  WS-UNLOAD-FAILED-SW                  PIC X VALUE "N".
015300 01  WS-REORG-SW                          PIC X VALUE "N".
015400     88 WS-REORG                          VALUE "Y".
015500 01  WS-READ-COUNT                        PIC 9(9) VALUE ZERO.
015600 01  WS-LOADED-COUNT                      PIC 9(9) VALUE ZERO.
015700 01  WS-REJ-COUNT                         PIC 9(9) VALUE ZERO.
015800 01  WS-UNLOAD-COUNT                      PIC 9(9) VALUE ZERO.
015900 01  WS-TS-RAW                            PIC X(21).
016000
016100* PATH CHECK BEFORE A PATH GOES INTO A SHELL COMMAND.
016200 01  WS-PATH-LEN                          PIC 9(4).
016300 01  WS-CHAR-IDX                          PIC 9(4).
016400 01  WS-ONE-CHAR                          PIC X.
016500 01  WS-BAD-CHAR-SW                       PIC X VALUE "N".
016600     88 WS-BAD-CHAR                       VALUE "Y".
016700
016800* KEY RESOLUTION AGAINST THE FIELD TABLE.
016900 01  WS-PARSE-DIALECT                     PIC X(8)
017000                                          VALUE "RMC".
017100 01  WS-ARG-IDX                           PIC 9(2).
017200 01  WS-KEY-NAME                          PIC X(60).
017300 01  WS-KEY-OPTION                        PIC X(20).
017400 01  WS-KEY-DUPS                          PIC X.
017500 01  WS-KEY-BAD-SW                        PIC X VALUE "N".
017600 01  WS-IN-TABLE-SW                       PIC X VALUE "N".
017700 01  WS-AFTER-ODO-SW                      PIC X VALUE "N".
017800 01  WS-FOUND-IDX                         PIC 9(4).
017900 01  WS-SCAN-IDX                          PIC 9(4).
018000 01  WS-CUR-LEVEL                         PIC 9(2).
018100 01  WS-KEY-IDX                           PIC 9.
018200 01  WS-OTHER-IDX                         PIC 9.
018300 01  WS-KEY-END                           PIC 9(6).
018400 01  WS-REC-MAX                           PIC 9(6).
018500 01  WS-LEN-DISP                          PIC ZZZZZ9.
018600 01  WS-CNT-DISP                          PIC ZZZZZZZZ9.
018700
018800* ACCESS MODULE SOURCE. WS-SRC-TEXT IS COLUMNS 7-72 OF THE
018900* GENERATED LINE; A PIECE IS PLACED AT COLUMN WS-SRC-COL AND
019000* A PICTURE, WHEN GIVEN, AT COLUMN 40.
019100 01  WS-SRC-LINE.
019200     05 WS-SRC-SEQ                        PIC 9(6).
019300     05 WS-SRC-TEXT                       PIC X(66).
019400 01  WS-SRC-COL                           PIC 9(2).
019500 01  WS-SRC-PIECE                         PIC X(66) VALUE SPACES.
019600 01  WS-SRC-PIC                           PIC X(27) VALUE SPACES.
019700 01  WS-GEN-NUM                           PIC ZZZZZ9.
019800 01  WS-GEN-GAP                           PIC 9(6).
019900 01  WS-LAY-LEN                           PIC 9(4).
020000 01  WS-LAY-POS                           PIC 9(4).
020100 01  WS-LAY-PIECE-LEN                     PIC 9(4).
020200
020300     COPY "FLDTAB.cpy".
020400     COPY "SIZERES.cpy".
020500     COPY "KEYRES.cpy".
020600     COPY "KEYIO.cpy".
020700
020800 PROCEDURE DIVISION.
020900
021000 MAIN-LOAD.
021100     ACCEPT WS-COMMAND-LINE-FULL FROM COMMAND-LINE
021200     MOVE SPACES TO WS-KEY-ARGS
021300     UNSTRING WS-COMMAND-LINE-FULL DELIMITED BY ALL SPACES
021400         INTO WS-FUNCTION WS-ARG-1 WS-ARG-2 WS-ARG-3
021500              WS-KEY-ARG(1) WS-KEY-ARG(2) WS-KEY-ARG(3)
021600              WS-KEY-ARG(4) WS-KEY-ARG(5) WS-KEY-ARG(6)
021700              WS-KEY-ARG(7) WS-KEY-ARG(8)
021800         ON OVERFLOW
021900             MOVE "Y" TO WS-TOO-MANY-SW
022000     END-UNSTRING
022100     MOVE FUNCTION UPPER-CASE(WS-FUNCTION) TO WS-FUNCTION
022200     EVALUATE WS-FUNCTION
022300         WHEN "LOAD"
022400             PERFORM LOAD-MASTER
022500         WHEN "UNLOAD"
022600             PERFORM UNLOAD-MASTER
022700         WHEN "REORG"
022800             PERFORM REORG-MASTER
022900         WHEN OTHER
023000             DISPLAY "CPYLOAD: USE LOAD COPYBOOK INPUT MASTER "
023100                 "KEY [ALTKEY[:DUP] ...], UNLOAD MASTER OUTPUT "
023200                 "OR REORG MASTER"
023300             MOVE 12 TO WS-RC
023400     END-EVALUATE
023500     MOVE WS-RC TO RETURN-CODE
023600     STOP RUN.
023700
023800******************************************************************
023900*    LOAD
024000******************************************************************
024100
024200 LOAD-MASTER.
024300     MOVE WS-ARG-1 TO WS-COPYBOOK-PATH
024400     MOVE WS-ARG-2 TO WS-IN-PATH
024500     MOVE WS-ARG-3 TO WS-MASTER-PATH
024600     IF WS-KEY-ARG(1) = SPACES
024700         DISPLAY "CPYLOAD: LOAD NEEDS A COPYBOOK, AN INPUT FILE, "
024800             "THE MASTER AND ITS PRIMARY KEY FIELD"
024900         MOVE 12 TO WS-RC
025000     END-IF
025100     IF WS-RC = 0 AND WS-TOO-MANY-SW = "Y"
025200         DISPLAY "CPYLOAD: A MASTER TAKES AT MOST 7 ALTERNATE "
025300             "KEYS"
025400         MOVE 12 TO WS-RC
025500     END-IF
025600     IF WS-RC = 0
025700         PERFORM VALIDATE-MASTER-PATH
025800     END-IF
025900     IF WS-RC = 0
026000         PERFORM DEFINE-KEYS-FROM-COPYBOOK
026100     END-IF
026200     IF WS-RC = 0
026300         PERFORM BUILD-NEW-MASTER
026400         MOVE WS-READ-COUNT TO WS-CNT-DISP
026500         DISPLAY "CPYLOAD: RECORDS READ     " WS-CNT-DISP
026600         MOVE WS-LOADED-COUNT TO WS-CNT-DISP
026700         DISPLAY "CPYLOAD: RECORDS LOADED   " WS-CNT-DISP
026800         MOVE WS-REJ-COUNT TO WS-CNT-DISP
026900         DISPLAY "CPYLOAD: RECORDS REJECTED " WS-CNT-DISP
027000     END-IF.
027100
027200* THE RECORD LENGTH IS THE LONGEST 01 LEVEL; EACH KEY ARGUMENT
027300* IS RESOLVED AGAINST THE FIELD TABLE. EVERY BAD KEY IS NAMED
027400* BEFORE THE LOAD IS REFUSED.
027500 DEFINE-KEYS-FROM-COPYBOOK.
027600     CALL "CPYPARSE" USING WS-COPYBOOK-PATH WS-FLD-TABLE
027700         WS-SIZING-RESULT WS-PARSE-DIALECT
027800     IF RESULT-FILE-ERROR
027900         DISPLAY "CPYLOAD: UNABLE TO OPEN COPYBOOK "
028000             FUNCTION TRIM(WS-COPYBOOK-PATH)
028100         MOVE 12 TO WS-RC
028200     ELSE
028300         MOVE ZERO TO WS-KEYDEF-COUNT WS-KEYDEF-MIN-LEN
028400                      WS-KEYDEF-MAX-LEN
028500         MOVE WS-COPYBOOK-PATH TO WS-KEYDEF-COPYBOOK
028600         MOVE ZERO TO WS-REC-MAX
028700         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
028800                   UNTIL WS-SCAN-IDX > WS-FLD-COUNT
028900             IF FLD-LEVEL(WS-SCAN-IDX) = 1
029000               AND FLD-LEN-MAX(WS-SCAN-IDX) > WS-REC-MAX
029100                 MOVE FLD-LEN-MAX(WS-SCAN-IDX) TO WS-REC-MAX
029200             END-IF
029300         END-PERFORM
029400         IF WS-REC-MAX = 0 OR WS-REC-MAX > 9999
029500             MOVE WS-REC-MAX TO WS-LEN-DISP
029600             DISPLAY "CPYLOAD: "
029700                 FUNCTION TRIM(WS-COPYBOOK-PATH)
029800                 " DESCRIBES A RECORD OF "
029900                 FUNCTION TRIM(WS-LEN-DISP)
030000                 " BYTES - AN INDEXED MASTER HOLDS 1 TO 9999"
030100             MOVE 12 TO WS-RC
030200         ELSE
030300             MOVE WS-REC-MAX TO WS-KEYDEF-MAX-LEN
030400         END-IF
030500         PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
030600                   UNTIL WS-ARG-IDX > 8
030700             IF WS-KEY-ARG(WS-ARG-IDX) NOT = SPACES
030800                 PERFORM RESOLVE-ONE-KEY
030900             END-IF
031000         END-PERFORM
031100         PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
031200                   UNTIL WS-KEY-IDX > WS-KEYDEF-COUNT
031300             COMPUTE WS-KEY-END = WS-KEYDEF-OFFSET(WS-KEY-IDX)
031400                 + WS-KEYDEF-LENGTH(WS-KEY-IDX) - 1
031500             IF WS-KEY-END > WS-KEYDEF-MIN-LEN
031600                 MOVE WS-KEY-END TO WS-KEYDEF-MIN-LEN
031700             END-IF
031800         END-PERFORM
031900     END-IF.
032000
032100* ONE KEY ARGUMENT - FIELD NAME, AND ":DUP" ON AN ALTERNATE.
032200 RESOLVE-ONE-KEY.
032300     MOVE "N" TO WS-KEY-BAD-SW
032400     MOVE SPACES TO WS-KEY-NAME WS-KEY-OPTION
032500     UNSTRING WS-KEY-ARG(WS-ARG-IDX) DELIMITED BY ":"
032600         INTO WS-KEY-NAME WS-KEY-OPTION
032700     END-UNSTRING
032800     MOVE FUNCTION UPPER-CASE(WS-KEY-OPTION) TO WS-KEY-OPTION
032900     MOVE "N" TO WS-KEY-DUPS
033000     EVALUATE TRUE
033100         WHEN WS-KEY-OPTION = SPACES
033200             CONTINUE
033300         WHEN WS-KEY-OPTION = "DUP" AND WS-ARG-IDX > 1
033400             MOVE "Y" TO WS-KEY-DUPS
033500         WHEN OTHER
033600             DISPLAY "CPYLOAD: KEY "
033700                 FUNCTION TRIM(WS-KEY-ARG(WS-ARG-IDX))
033800                 " - ONLY AN ALTERNATE KEY TAKES :DUP"
033900             MOVE "Y" TO WS-KEY-BAD-SW
034000     END-EVALUATE
034100     IF WS-KEY-BAD-SW = "N"
034200         PERFORM FIND-KEY-FIELD
034300     END-IF
034400     IF WS-KEY-BAD-SW = "N"
034500         PERFORM CHECK-KEY-POSITION
034600     END-IF
034700     IF WS-KEY-BAD-SW = "N"
034800         PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
034900                   UNTIL WS-OTHER-IDX > WS-KEYDEF-COUNT
035000             IF WS-KEYDEF-OFFSET(WS-OTHER-IDX) =
035100                  FLD-OFFSET(WS-FOUND-IDX)
035200               AND WS-KEYDEF-LENGTH(WS-OTHER-IDX) =
035300                  FLD-LEN-MAX(WS-FOUND-IDX)
035400                 DISPLAY "CPYLOAD: KEY "
035500                     FUNCTION TRIM(WS-KEY-NAME)
035600                     " IS THE SAME BYTES AS KEY "
035700                     FUNCTION TRIM(WS-KEYDEF-NAME(WS-OTHER-IDX))
035800                 MOVE "Y" TO WS-KEY-BAD-SW
035900             END-IF
036000         END-PERFORM
036100     END-IF
036200     IF WS-KEY-BAD-SW = "Y"
036300         MOVE 12 TO WS-RC
036400     ELSE
036500         ADD 1 TO WS-KEYDEF-COUNT
036600         MOVE FLD-NAME(WS-FOUND-IDX)
036700             TO WS-KEYDEF-NAME(WS-KEYDEF-COUNT)
036800         MOVE FLD-OFFSET(WS-FOUND-IDX)
036900             TO WS-KEYDEF-OFFSET(WS-KEYDEF-COUNT)
037000         MOVE FLD-LEN-MAX(WS-FOUND-IDX)
037100             TO WS-KEYDEF-LENGTH(WS-KEYDEF-COUNT)
037200         MOVE WS-KEY-DUPS TO WS-KEYDEF-DUPS(WS-KEYDEF-COUNT)
037300     END-IF.
037400
037500 FIND-KEY-FIELD.
037600     MOVE 0 TO WS-FOUND-IDX
037700     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
037800               UNTIL WS-SCAN-IDX > WS-FLD-COUNT
037900                  OR WS-FOUND-IDX > 0
038000         IF FUNCTION UPPER-CASE(FLD-NAME(WS-SCAN-IDX)) =
038100            FUNCTION UPPER-CASE(WS-KEY-NAME)
038200             MOVE WS-SCAN-IDX TO WS-FOUND-IDX
038300         END-IF
038400     END-PERFORM
038500     IF WS-FOUND-IDX = 0
038600         DISPLAY "CPYLOAD: KEY FIELD " FUNCTION TRIM(WS-KEY-NAME)
038700             " NOT IN " FUNCTION TRIM(WS-COPYBOOK-PATH)
038800         MOVE "Y" TO WS-KEY-BAD-SW
038900     END-IF.
039000
039100* WALKS BACK TO THE 01 LEVEL: AN OCCURS ON THE FIELD OR ANY
039200* GROUP ABOVE IT, OR A DEPENDING ON TABLE ANYWHERE EARLIER IN
039300* THE RECORD, MEANS THE KEY HAS NO SINGLE FIXED POSITION.
039400 CHECK-KEY-POSITION.
039500     MOVE "N" TO WS-IN-TABLE-SW
039600     MOVE "N" TO WS-AFTER-ODO-SW
039700     IF FLD-OCCURS-MAX(WS-FOUND-IDX) > 0
039800         MOVE "Y" TO WS-IN-TABLE-SW
039900     END-IF
040000     MOVE FLD-LEVEL(WS-FOUND-IDX) TO WS-CUR-LEVEL
040100     PERFORM VARYING WS-SCAN-IDX FROM WS-FOUND-IDX BY -1
040200               UNTIL WS-SCAN-IDX = 0 OR WS-CUR-LEVEL = 1
040300         IF FLD-LEVEL(WS-SCAN-IDX) < WS-CUR-LEVEL
040400             MOVE FLD-LEVEL(WS-SCAN-IDX) TO WS-CUR-LEVEL
040500             IF FLD-OCCURS-MAX(WS-SCAN-IDX) > 0
040600                 MOVE "Y" TO WS-IN-TABLE-SW
040700             END-IF
040800         END-IF
040900         IF WS-SCAN-IDX < WS-FOUND-IDX
041000           AND FLD-DEPENDING-ON(WS-SCAN-IDX) NOT = SPACES
041100             MOVE "Y" TO WS-AFTER-ODO-SW
041200         END-IF
041300     END-PERFORM
041400     MOVE FLD-LEN-MAX(WS-FOUND-IDX) TO WS-LEN-DISP
041500     EVALUATE TRUE
041600         WHEN WS-IN-TABLE-SW = "Y"
041700             DISPLAY "CPYLOAD: KEY FIELD "
041800                 FUNCTION TRIM(WS-KEY-NAME)
041900                 " IS IN AN OCCURS TABLE - A KEY NEEDS ONE "
042000                 "FIXED POSITION"
042100             MOVE "Y" TO WS-KEY-BAD-SW
042200         WHEN WS-AFTER-ODO-SW = "Y"
042300             DISPLAY "CPYLOAD: KEY FIELD "
042400                 FUNCTION TRIM(WS-KEY-NAME)
042500                 " FOLLOWS A DEPENDING ON TABLE - ITS POSITION "
042600                 "MOVES"
042700             MOVE "Y" TO WS-KEY-BAD-SW
042800         WHEN FLD-LEN-MAX(WS-FOUND-IDX) = 0
042900           OR FLD-LEN-MAX(WS-FOUND-IDX) > 64
043000             DISPLAY "CPYLOAD: KEY FIELD "
043100                 FUNCTION TRIM(WS-KEY-NAME) " IS "
043200                 FUNCTION TRIM(WS-LEN-DISP)
043300                 " BYTES - A KEY IS 1 TO 64 BYTES"
043400             MOVE "Y" TO WS-KEY-BAD-SW
043500     END-EVALUATE.
043600
043700* THE MASTER PATH GOES INTO THE mv AND rm COMMANDS OF THE SWAP -
043800* LETTERS, DIGITS, "/", ".", "_" AND "-" ONLY.
043900 VALIDATE-MASTER-PATH.
044000     MOVE "N" TO WS-BAD-CHAR-SW
044100     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MASTER-PATH))
044200         TO WS-PATH-LEN
044300     PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
044400               UNTIL WS-CHAR-IDX > WS-PATH-LEN
044500         MOVE WS-MASTER-PATH(WS-CHAR-IDX:1) TO WS-ONE-CHAR
044600         IF WS-ONE-CHAR NOT ALPHABETIC-UPPER
044700               AND WS-ONE-CHAR NOT ALPHABETIC-LOWER
044800               AND WS-ONE-CHAR NOT NUMERIC
044900               AND WS-ONE-CHAR NOT = "/"
045000               AND WS-ONE-CHAR NOT = "."
045100               AND WS-ONE-CHAR NOT = "_"
045200               AND WS-ONE-CHAR NOT = "-"
045300             SET WS-BAD-CHAR TO TRUE
045400         END-IF
045500     END-PERFORM
045600     IF WS-MASTER-PATH = SPACES OR WS-BAD-CHAR
045700         DISPLAY "CPYLOAD: MASTER PATH IS MISSING OR CONTAINS AN "
045800             "UNSUPPORTED CHARACTER - "
045900             FUNCTION TRIM(WS-MASTER-PATH)
046000         MOVE 12 TO WS-RC
046100     END-IF.
046200
046300******************************************************************
046400*    BUILD AND SWAP - SHARED BY LOAD AND REORG
046500******************************************************************
046600
046700* THE DEFINITION IN WS-KEYDEF-AREA IS RECORDED AS
046800* <MASTER>.NEW.KEY, ITS MODULE MADE READY, WS-IN-PATH LOADED
046900* INTO <MASTER>.NEW, AND BOTH MOVED OVER THE MASTER AND
047000* <MASTER>.KEY WHEN THE LOAD COMPLETED. A REORG KEEPS ITS
047100* REJECTS APART IN <MASTER>.NEW.REJ, SO THE LOAD'S OWN REJECT
047200* FILE SURVIVES IT.
047300 BUILD-NEW-MASTER.
047400     MOVE SPACES TO WS-NEW-PATH WS-KDEF-PATH WS-REJ-PATH
047500     STRING FUNCTION TRIM(WS-MASTER-PATH) ".NEW"
047600         DELIMITED BY SIZE INTO WS-NEW-PATH
047700     STRING FUNCTION TRIM(WS-MASTER-PATH) ".NEW.KEY"
047800         DELIMITED BY SIZE INTO WS-KDEF-PATH
047900     IF WS-REORG
048000         STRING FUNCTION TRIM(WS-MASTER-PATH) ".NEW.REJ"
048100             DELIMITED BY SIZE INTO WS-REJ-PATH
048200     ELSE
048300         STRING FUNCTION TRIM(WS-MASTER-PATH) ".REJ"
048400             DELIMITED BY SIZE INTO WS-REJ-PATH
048500     END-IF
048600     MOVE SPACES TO WS-COMMAND-LINE
048700     STRING "rm -f " FUNCTION TRIM(WS-REJ-PATH)
048800         DELIMITED BY SIZE INTO WS-COMMAND-LINE
048900     CALL "SYSTEM" USING WS-COMMAND-LINE
049000     MOVE ZERO TO WS-READ-COUNT WS-LOADED-COUNT WS-REJ-COUNT
049100     MOVE "N" TO WS-LOAD-FAILED-SW
049200     MOVE "N" TO WS-REJ-OPEN-SW
049300     PERFORM WRITE-KEY-DEFINITION
049400     IF WS-RC = 0
049500         MOVE WS-NEW-PATH TO WS-KEYDEF-MASTER
049600         PERFORM READY-ACCESS-MODULE
049700         IF WS-RC = 0 AND KEYDEF-NONE
049800             DISPLAY "CPYLOAD: KEY DEFINITION "
049900                 FUNCTION TRIM(WS-KDEF-PATH)
050000                 " COULD NOT BE READ BACK"
050100             MOVE 12 TO WS-RC
050200         END-IF
050300         IF WS-RC NOT = 0
050400             MOVE SPACES TO WS-COMMAND-LINE
050500             STRING "rm -f " FUNCTION TRIM(WS-KDEF-PATH)
050600                 DELIMITED BY SIZE INTO WS-COMMAND-LINE
050700             CALL "SYSTEM" USING WS-COMMAND-LINE
050800         END-IF
050900     END-IF
051000     IF WS-RC = 0
051100         PERFORM LOAD-RECORDS
051200         PERFORM SWAP-NEW-MASTER
051300     END-IF.
051400
051500 WRITE-KEY-DEFINITION.
051600     OPEN OUTPUT KDEF-OUT-FILE
051700     IF WS-KDEF-STATUS NOT = "00"
051800         DISPLAY "CPYLOAD: UNABLE TO CREATE "
051900             FUNCTION TRIM(WS-KDEF-PATH)
052000             " (STATUS " WS-KDEF-STATUS ")"
052100         MOVE 12 TO WS-RC
052200     ELSE
052300         MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW
052400         MOVE "# KEY DEFINITION RECORDED BY CPYLOAD - DO NOT EDIT"
052500             TO KDEF-OUT-REC
052600         WRITE KDEF-OUT-REC
052700         MOVE SPACES TO WS-KDEF-LINE
052800         STRING "COPYBOOK=" FUNCTION TRIM(WS-KEYDEF-COPYBOOK)
052900             DELIMITED BY SIZE INTO WS-KDEF-LINE
053000         MOVE WS-KDEF-LINE TO KDEF-OUT-REC
053100         WRITE KDEF-OUT-REC
053200         MOVE SPACES TO WS-KDEF-LINE
053300         STRING "LOADED=" WS-TS-RAW(1:14)
053400             DELIMITED BY SIZE INTO WS-KDEF-LINE
053500         MOVE WS-KDEF-LINE TO KDEF-OUT-REC
053600         WRITE KDEF-OUT-REC
053700         MOVE SPACES TO WS-KDEF-LINE
053800         STRING "RECORD=" WS-KEYDEF-MIN-LEN " " WS-KEYDEF-MAX-LEN
053900             DELIMITED BY SIZE INTO WS-KDEF-LINE
054000         MOVE WS-KDEF-LINE TO KDEF-OUT-REC
054100         WRITE KDEF-OUT-REC
054200         PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
054300                   UNTIL WS-KEY-IDX > WS-KEYDEF-COUNT
054400             MOVE SPACES TO WS-KDEF-LINE
054500             IF WS-KEY-IDX = 1
054600                 STRING "PRIMARY="
054700                     FUNCTION TRIM(WS-KEYDEF-NAME(WS-KEY-IDX))
054800                     " " WS-KEYDEF-OFFSET(WS-KEY-IDX)
054900                     " " WS-KEYDEF-LENGTH(WS-KEY-IDX)
055000                     DELIMITED BY SIZE INTO WS-KDEF-LINE
055100             ELSE
055200                 IF WS-KEYDEF-DUPS(WS-KEY-IDX) = "Y"
055300                     MOVE "DUP" TO WS-DUP-WORD
055400                 ELSE
055500                     MOVE "NODUP" TO WS-DUP-WORD
055600                 END-IF
055700                 STRING "ALTERNATE="
055800                     FUNCTION TRIM(WS-KEYDEF-NAME(WS-KEY-IDX))
055900                     " " WS-KEYDEF-OFFSET(WS-KEY-IDX)
056000                     " " WS-KEYDEF-LENGTH(WS-KEY-IDX)
056100                     " " FUNCTION TRIM(WS-DUP-WORD)
056200                     DELIMITED BY SIZE INTO WS-KDEF-LINE
056300             END-IF
056400             MOVE WS-KDEF-LINE TO KDEF-OUT-REC
056500             WRITE KDEF-OUT-REC
056600         END-PERFORM
056700         IF WS-KDEF-STATUS NOT = "00"
056800             DISPLAY "CPYLOAD: WRITE TO "
056900                 FUNCTION TRIM(WS-KDEF-PATH)
057000                 " FAILED WITH STATUS " WS-KDEF-STATUS
057100             MOVE 12 TO WS-RC
057200         END-IF
057300         CLOSE KDEF-OUT-FILE
057400     END-IF.
057500
057600* CPYKEYS ON WS-KEYDEF-MASTER; A DEFINITION WHOSE MODULE HAS
057700* NEVER BEEN BUILT GETS IT GENERATED, COMPILED AND CHECKED
057800* AGAIN. LEAVES KEYDEF-FOUND, OR KEYDEF-NONE FOR THE CALLER
057900* TO JUDGE, OR WS-RC 12.
058000 READY-ACCESS-MODULE.
058100     CALL "CPYKEYS" USING WS-KEYDEF-AREA
058200     IF KEYDEF-NO-MODULE
058300         PERFORM GENERATE-ACCESS-MODULE
058400         IF WS-RC = 0
058500             CALL "CPYKEYS" USING WS-KEYDEF-AREA
058600             IF KEYDEF-NO-MODULE
058700                 DISPLAY "CPYLOAD: ACCESS MODULE "
058800                     FUNCTION TRIM(WS-KEYDEF-MODULE)
058900                     " WAS NOT BUILT - SEE THE COMPILE OF "
059000                     FUNCTION TRIM(WS-SRC-PATH)
059100                 MOVE 12 TO WS-RC
059200             END-IF
059300         END-IF
059400     END-IF
059500     IF KEYDEF-BAD
059600         DISPLAY "CPYLOAD: " FUNCTION TRIM(WS-KEYDEF-MESSAGE)
059700         MOVE 12 TO WS-RC
059800     END-IF.
059900
060000 LOAD-RECORDS.
060100     OPEN INPUT LOAD-IN-FILE
060200     IF WS-IN-STATUS NOT = "00"
060300         DISPLAY "CPYLOAD: UNABLE TO OPEN INPUT "
060400             FUNCTION TRIM(WS-IN-PATH)
060500             " (STATUS " WS-IN-STATUS ")"
060600         MOVE "Y" TO WS-LOAD-FAILED-SW
060700     ELSE
060800         MOVE "CR" TO WS-KIO-FUNCTION
060900         MOVE WS-NEW-PATH TO WS-KIO-PATH
061000         CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
061100         IF WS-KIO-STATUS NOT = "00"
061200             DISPLAY "CPYLOAD: UNABLE TO CREATE "
061300                 FUNCTION TRIM(WS-NEW-PATH)
061400                 " (STATUS " WS-KIO-STATUS ")"
061500             MOVE "Y" TO WS-LOAD-FAILED-SW
061600         ELSE
061700             MOVE "N" TO WS-EOF-SW
061800             PERFORM UNTIL WS-EOF
061900                 READ LOAD-IN-FILE
062000                     AT END
062100                         SET WS-EOF TO TRUE
062200                     NOT AT END
062300                         PERFORM LOAD-ONE-RECORD
062400                 END-READ
062500                 IF WS-IN-STATUS NOT = "00"
062600                   AND WS-IN-STATUS NOT = "10"
062700                     DISPLAY "CPYLOAD: READ OF "
062800                         FUNCTION TRIM(WS-IN-PATH)
062900                         " FAILED WITH STATUS " WS-IN-STATUS
063000                     MOVE "Y" TO WS-LOAD-FAILED-SW
063100                     SET WS-EOF TO TRUE
063200                 END-IF
063300             END-PERFORM
063400             MOVE "CL" TO WS-KIO-FUNCTION
063500             CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
063600         END-IF
063700         CLOSE LOAD-IN-FILE
063800     END-IF
063900     IF WS-REJ-OPEN-SW = "Y"
064000         CLOSE REJ-OUT-FILE
064100     END-IF.
064200
064300 LOAD-ONE-RECORD.
064400     ADD 1 TO WS-READ-COUNT
064500     EVALUATE TRUE
064600         WHEN WS-IN-REC-LEN < WS-KEYDEF-MIN-LEN
064700             MOVE "RECORD TOO SHORT FOR THE KEYS" TO WS-REJ-REASON
064800             PERFORM WRITE-REJECT
064900         WHEN WS-IN-REC-LEN > WS-KEYDEF-MAX-LEN
065000             MOVE "RECORD LONGER THAN THE COPYBOOK"
065100                 TO WS-REJ-REASON
065200             PERFORM WRITE-REJECT
065300         WHEN OTHER
065400             MOVE "WR" TO WS-KIO-FUNCTION
065500             MOVE WS-IN-REC-LEN TO WS-KIO-REC-LEN
065600             MOVE LOAD-IN-REC(1:WS-IN-REC-LEN) TO WS-KIO-RECORD
065700             CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
065800             EVALUATE WS-KIO-STATUS
065900                 WHEN "00"
066000                 WHEN "02"
066100                     ADD 1 TO WS-LOADED-COUNT
066200                 WHEN "22"
066300                     PERFORM NAME-DUPLICATE-KEY
066400                     PERFORM WRITE-REJECT
066500                 WHEN OTHER
066600                     MOVE WS-READ-COUNT TO WS-CNT-DISP
066700                     DISPLAY "CPYLOAD: WRITE TO "
066800                         FUNCTION TRIM(WS-NEW-PATH)
066900                         " FAILED WITH STATUS " WS-KIO-STATUS
067000                         " AT INPUT RECORD "
067100                         FUNCTION TRIM(WS-CNT-DISP)
067200                     MOVE "Y" TO WS-LOAD-FAILED-SW
067300                     SET WS-EOF TO TRUE
067400             END-EVALUATE
067500     END-EVALUATE.
067600
067700 NAME-DUPLICATE-KEY.
067800     MOVE SPACES TO WS-REJ-REASON
067900     EVALUATE TRUE
068000         WHEN WS-KIO-DUP-KEY-NO = 1
068100             MOVE "DUPLICATE PRIMARY KEY" TO WS-REJ-REASON
068200         WHEN WS-KIO-DUP-KEY-NO > 1
068300           AND WS-KIO-DUP-KEY-NO NOT > WS-KEYDEF-COUNT
068400             STRING "DUPLICATE ALTERNATE KEY "
068500                 FUNCTION TRIM(
068600                     WS-KEYDEF-NAME(WS-KIO-DUP-KEY-NO))
068700                 DELIMITED BY SIZE INTO WS-REJ-REASON
068800         WHEN OTHER
068900             MOVE "DUPLICATE KEY" TO WS-REJ-REASON
069000     END-EVALUATE.
069100
069200* THE REJECT FILE IS ONLY CREATED WHEN THERE IS SOMETHING TO
069300* PUT IN IT.
069400 WRITE-REJECT.
069500     IF WS-REJ-OPEN-SW = "N"
069600         OPEN OUTPUT REJ-OUT-FILE
069700         IF WS-REJ-STATUS NOT = "00"
069800             DISPLAY "CPYLOAD: UNABLE TO CREATE "
069900                 FUNCTION TRIM(WS-REJ-PATH)
070000                 " (STATUS " WS-REJ-STATUS ")"
070100             MOVE "Y" TO WS-LOAD-FAILED-SW
070200             SET WS-EOF TO TRUE
070300         ELSE
070400             MOVE "Y" TO WS-REJ-OPEN-SW
070500         END-IF
070600     END-IF
070700     IF WS-REJ-OPEN-SW = "Y"
070800         MOVE WS-READ-COUNT TO REJ-REC-NO
070900         MOVE WS-REJ-REASON TO REJ-REASON
071000         MOVE WS-IN-REC-LEN TO REJ-DATA-LEN
071100         MOVE LOAD-IN-REC(1:WS-IN-REC-LEN) TO REJ-DATA
071200         COMPUTE WS-REJ-LEN = 73 + WS-IN-REC-LEN
071300         WRITE LOADREJ-REC
071400         IF WS-REJ-STATUS NOT = "00"
071500             DISPLAY "CPYLOAD: WRITE TO "
071600                 FUNCTION TRIM(WS-REJ-PATH)
071700                 " FAILED WITH STATUS " WS-REJ-STATUS
071800             MOVE "Y" TO WS-LOAD-FAILED-SW
071900             SET WS-EOF TO TRUE
072000         ELSE
072100             ADD 1 TO WS-REJ-COUNT
072200         END-IF
072300     END-IF.
072400
072500* NO SWAP AFTER A FAILURE - AN INCOMPLETE FILE MUST NEVER
072600* REPLACE THE MASTER. A REORG ALSO REFUSES THE SWAP UNLESS
072700* EVERY UNLOADED RECORD WENT BACK ON.
072800 SWAP-NEW-MASTER.
072900     IF WS-REJ-COUNT > 0
073000         DISPLAY "CPYLOAD: REJECTED RECORDS ARE IN "
073100             FUNCTION TRIM(WS-REJ-PATH)
073200         MOVE 8 TO WS-RC
073300     END-IF
073400     IF WS-REORG AND WS-LOAD-FAILED-SW = "N"
073500         IF WS-REJ-COUNT > 0
073600           OR WS-LOADED-COUNT NOT = WS-UNLOAD-COUNT
073700             DISPLAY "CPYLOAD: THE RELOAD DID NOT TAKE BACK "
073800                 "EVERY UNLOADED RECORD"
073900             MOVE "Y" TO WS-LOAD-FAILED-SW
074000         END-IF
074100     END-IF
074200     IF WS-LOAD-FAILED-SW = "Y"
074300         DISPLAY "CPYLOAD: " FUNCTION TRIM(WS-MASTER-PATH)
074400             " LEFT AS IS"
074500         MOVE SPACES TO WS-COMMAND-LINE
074600         STRING "rm -f " FUNCTION TRIM(WS-NEW-PATH)
074700             " " FUNCTION TRIM(WS-KDEF-PATH)
074800             DELIMITED BY SIZE INTO WS-COMMAND-LINE
074900         CALL "SYSTEM" USING WS-COMMAND-LINE
075000         MOVE 8 TO WS-RC
075100     ELSE
075200         MOVE SPACES TO WS-COMMAND-LINE
075300         STRING "mv " FUNCTION TRIM(WS-NEW-PATH)
075400             " " FUNCTION TRIM(WS-MASTER-PATH)
075500             DELIMITED BY SIZE INTO WS-COMMAND-LINE
075600         CALL "SYSTEM" USING WS-COMMAND-LINE
075700         MOVE SPACES TO WS-COMMAND-LINE
075800         STRING "mv " FUNCTION TRIM(WS-KDEF-PATH)
075900             " " FUNCTION TRIM(WS-MASTER-PATH) ".KEY"
076000             DELIMITED BY SIZE INTO WS-COMMAND-LINE
076100         CALL "SYSTEM" USING WS-COMMAND-LINE
076200     END-IF.
076300
076400******************************************************************
076500*    UNLOAD
076600******************************************************************
076700
076800 UNLOAD-MASTER.
076900     IF WS-ARG-1 = SPACES OR WS-ARG-2 = SPACES
077000         DISPLAY "CPYLOAD: UNLOAD NEEDS THE MASTER AND AN OUTPUT "
077100             "FILE"
077200         MOVE 12 TO WS-RC
077300     ELSE
077400         MOVE WS-ARG-1 TO WS-MASTER-PATH
077500         MOVE WS-ARG-2 TO WS-OUT-PATH
077600         MOVE WS-MASTER-PATH TO WS-KEYDEF-MASTER
077700         PERFORM READY-ACCESS-MODULE
077800         IF WS-RC = 0
077900             PERFORM UNLOAD-RECORDS
078000             MOVE WS-UNLOAD-COUNT TO WS-CNT-DISP
078100             DISPLAY "CPYLOAD: RECORDS UNLOADED " WS-CNT-DISP
078200             IF WS-UNLOAD-FAILED-SW = "Y"
078300                 MOVE 8 TO WS-RC
078400             END-IF
078500         END-IF
078600     END-IF.
078700
078800* WS-MASTER-PATH TO WS-OUT-PATH, AFTER CPYKEYS HAS SAID HOW
078900* THE MASTER IS KEYED.
079000 UNLOAD-RECORDS.
079100     MOVE ZERO TO WS-UNLOAD-COUNT
079200     MOVE "N" TO WS-UNLOAD-FAILED-SW
079300     OPEN OUTPUT UNLOAD-OUT-FILE
079400     IF WS-OUT-STATUS NOT = "00"
079500         DISPLAY "CPYLOAD: UNABLE TO CREATE "
079600             FUNCTION TRIM(WS-OUT-PATH)
079700             " (STATUS " WS-OUT-STATUS ")"
079800         MOVE "Y" TO WS-UNLOAD-FAILED-SW
079900     ELSE
080000         IF KEYDEF-FOUND
080100             PERFORM UNLOAD-THROUGH-MODULE
080200         ELSE
080300             PERFORM UNLOAD-LEADING-KEY
080400         END-IF
080500         CLOSE UNLOAD-OUT-FILE
080600     END-IF.
080700
080800 UNLOAD-THROUGH-MODULE.
080900     MOVE "OI" TO WS-KIO-FUNCTION
081000     MOVE WS-MASTER-PATH TO WS-KIO-PATH
081100     CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
081200     IF WS-KIO-STATUS NOT = "00"
081300         DISPLAY "CPYLOAD: UNABLE TO OPEN "
081400             FUNCTION TRIM(WS-MASTER-PATH)
081500             " (STATUS " WS-KIO-STATUS ")"
081600         MOVE "Y" TO WS-UNLOAD-FAILED-SW
081700     ELSE
081800         MOVE "N" TO WS-EOF-SW
081900         PERFORM UNTIL WS-EOF
082000             MOVE "RN" TO WS-KIO-FUNCTION
082100             CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
082200             EVALUATE WS-KIO-STATUS
082300                 WHEN "00"
082400                 WHEN "02"
082500                     MOVE WS-KIO-REC-LEN TO WS-OUT-REC-LEN
082600                     MOVE WS-KIO-RECORD(1:WS-KIO-REC-LEN)
082700                         TO UNLOAD-OUT-REC
082800                     PERFORM WRITE-UNLOAD-RECORD
082900                 WHEN "10"
083000                     SET WS-EOF TO TRUE
083100                 WHEN OTHER
083200                     DISPLAY "CPYLOAD: READ OF "
083300                         FUNCTION TRIM(WS-MASTER-PATH)
083400                         " FAILED WITH STATUS " WS-KIO-STATUS
083500                     MOVE "Y" TO WS-UNLOAD-FAILED-SW
083600                     SET WS-EOF TO TRUE
083700             END-EVALUATE
083800         END-PERFORM
083900         MOVE "CL" TO WS-KIO-FUNCTION
084000         CALL WS-KEYDEF-MODULE USING WS-KIO-AREA
084100     END-IF.
084200
084300* A MASTER NEVER LOADED BY CPYLOAD - THE SUITE'S OLD 64-BYTE
084400* LEADING KEY, AS CPYVERIF READS IT.
084500 UNLOAD-LEADING-KEY.
084600     MOVE WS-MASTER-PATH TO WS-DATA-PATH
084700     OPEN INPUT DATA-IDX-FILE
084800     IF WS-DATA-STATUS = "39"
084900         DISPLAY "CPYLOAD: " FUNCTION TRIM(WS-MASTER-PATH)
085000             " HAS NO KEY DEFINITION AND NO 64-BYTE LEADING KEY"
085100         MOVE "Y" TO WS-UNLOAD-FAILED-SW
085200     ELSE
085300         IF WS-DATA-STATUS NOT = "00"
085400             DISPLAY "CPYLOAD: UNABLE TO OPEN "
085500                 FUNCTION TRIM(WS-MASTER-PATH)
085600                 " (STATUS " WS-DATA-STATUS ")"
085700             MOVE "Y" TO WS-UNLOAD-FAILED-SW
085800         ELSE
085900             MOVE "N" TO WS-EOF-SW
086000             PERFORM UNTIL WS-EOF
086100                 READ DATA-IDX-FILE NEXT RECORD
086200                     AT END
086300                         SET WS-EOF TO TRUE
086400                     NOT AT END
086500                         MOVE WS-DATA-REC-LEN TO WS-OUT-REC-LEN
086600                         MOVE DATA-IDX-REC(1:WS-DATA-REC-LEN)
086700                             TO UNLOAD-OUT-REC
086800                         PERFORM WRITE-UNLOAD-RECORD
086900                 END-READ
087000                 IF WS-DATA-STATUS NOT = "00"
087100                   AND WS-DATA-STATUS NOT = "02"
087200                   AND WS-DATA-STATUS NOT = "10"
087300                     DISPLAY "CPYLOAD: READ OF "
087400                         FUNCTION TRIM(WS-MASTER-PATH)
087500                         " FAILED WITH STATUS " WS-DATA-STATUS
087600                     MOVE "Y" TO WS-UNLOAD-FAILED-SW
087700                     SET WS-EOF TO TRUE
087800                 END-IF
087900             END-PERFORM
088000             CLOSE DATA-IDX-FILE
088100         END-IF
088200     END-IF.
088300
088400 WRITE-UNLOAD-RECORD.
088500     WRITE UNLOAD-OUT-REC
088600     IF WS-OUT-STATUS NOT = "00"
088700         DISPLAY "CPYLOAD: WRITE TO " FUNCTION TRIM(WS-OUT-PATH)
088800             " FAILED WITH STATUS " WS-OUT-STATUS
088900         MOVE "Y" TO WS-UNLOAD-FAILED-SW
089000         SET WS-EOF TO TRUE
089100     ELSE
089200         ADD 1 TO WS-UNLOAD-COUNT
089300     END-IF.
089400
089500******************************************************************
089600*    REORG
089700******************************************************************
089800
089900* UNLOAD TO <MASTER>.UNL, RELOAD WITH THE RECORDED KEYS, SWAP.
090000* ONLY A MASTER CPYLOAD BUILT HAS KEYS TO RELOAD WITH.
090100 REORG-MASTER.
090200     IF WS-ARG-1 = SPACES
090300         DISPLAY "CPYLOAD: REORG NEEDS THE MASTER"
090400         MOVE 12 TO WS-RC
090500     ELSE
090600         MOVE WS-ARG-1 TO WS-MASTER-PATH
090700         PERFORM VALIDATE-MASTER-PATH
090800     END-IF
090900     IF WS-RC = 0
091000         MOVE WS-MASTER-PATH TO WS-KEYDEF-MASTER
091100         PERFORM READY-ACCESS-MODULE
091200         IF WS-RC = 0 AND KEYDEF-NONE
091300             DISPLAY "CPYLOAD: NO KEY DEFINITION RECORDED FOR "
091400                 FUNCTION TRIM(WS-MASTER-PATH)
091500                 " - LOAD IT WITH CPYLOAD FIRST"
091600             MOVE 12 TO WS-RC
091700         END-IF
091800     END-IF
091900     IF WS-RC = 0
092000         MOVE SPACES TO WS-OUT-PATH
092100         STRING FUNCTION TRIM(WS-MASTER-PATH) ".UNL"
092200             DELIMITED BY SIZE INTO WS-OUT-PATH
092300         PERFORM UNLOAD-RECORDS
092400         MOVE WS-UNLOAD-COUNT TO WS-CNT-DISP
092500         DISPLAY "CPYLOAD: RECORDS UNLOADED " WS-CNT-DISP
092600         IF WS-UNLOAD-FAILED-SW = "Y"
092700             DISPLAY "CPYLOAD: " FUNCTION TRIM(WS-MASTER-PATH)
092800                 " LEFT AS IS"
092900             MOVE 8 TO WS-RC
093000         ELSE
093100             MOVE WS-OUT-PATH TO WS-IN-PATH
093200             SET WS-REORG TO TRUE
093300             PERFORM BUILD-NEW-MASTER
093400             MOVE WS-LOADED-COUNT TO WS-CNT-DISP
093500             DISPLAY "CPYLOAD: RECORDS RELOADED " WS-CNT-DISP
093600         END-IF
093700         MOVE SPACES TO WS-COMMAND-LINE
093800         STRING "rm -f " FUNCTION TRIM(WS-OUT-PATH)
093900             DELIMITED BY SIZE INTO WS-COMMAND-LINE
094000         CALL "SYSTEM" USING WS-COMMAND-LINE
094100     END-IF.
094200
094300******************************************************************
094400*    ACCESS MODULE GENERATION
094500******************************************************************
094600
094700* WRITES <MODULE>.cbl FOR THE LAYOUT IN WS-KEYDEF-AREA AND RUNS
094800* THE COMPILE COMMAND ON IT. WHETHER THE COMPILE WORKED IS
094900* JUDGED BY CALLING THE MODULE AFTERWARDS.
095000 GENERATE-ACCESS-MODULE.
095100     MOVE SPACES TO WS-SRC-PATH
095200     STRING FUNCTION TRIM(WS-KEYDEF-MODULE) ".cbl"
095300         DELIMITED BY SIZE INTO WS-SRC-PATH
095400     OPEN OUTPUT SRC-OUT-FILE
095500     IF WS-SRC-STATUS NOT = "00"
095600         DISPLAY "CPYLOAD: UNABLE TO CREATE "
095700             FUNCTION TRIM(WS-SRC-PATH)
095800             " (STATUS " WS-SRC-STATUS ")"
095900         MOVE 12 TO WS-RC
096000     ELSE
096100         MOVE ZERO TO WS-SRC-SEQ
096200         MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW
096300         PERFORM GEN-MODULE-HEADER
096400         PERFORM GEN-MODULE-FILES
096500         PERFORM GEN-MODULE-STORAGE
096600         PERFORM GEN-MODULE-MAINLINE
096700         PERFORM GEN-MODULE-PARAGRAPHS
096800         CLOSE SRC-OUT-FILE
096900         MOVE SPACES TO WS-COMPILE-CMD
097000         ACCEPT WS-COMPILE-CMD FROM ENVIRONMENT "CPYLOAD_COMPILE"
097100         IF WS-COMPILE-CMD = SPACES
097200             MOVE "rmcobol" TO WS-COMPILE-CMD
097300         END-IF
097400         MOVE SPACES TO WS-COMMAND-LINE
097500         STRING FUNCTION TRIM(WS-COMPILE-CMD) " "
097600             FUNCTION TRIM(WS-SRC-PATH)
097700             DELIMITED BY SIZE INTO WS-COMMAND-LINE
097800         DISPLAY "CPYLOAD: BUILDING ACCESS MODULE "
097900             FUNCTION TRIM(WS-KEYDEF-MODULE)
098000         CALL "SYSTEM" USING WS-COMMAND-LINE
098100     END-IF.
098200
098300 GEN-MODULE-HEADER.
098400     MOVE 7 TO WS-SRC-COL
098500     MOVE ALL "*" TO WS-SRC-PIECE
098600     PERFORM PUT-SOURCE-LINE
098700     STRING "*    " FUNCTION TRIM(WS-KEYDEF-MODULE)
098800         DELIMITED BY SIZE INTO WS-SRC-PIECE
098900     PERFORM PUT-SOURCE-LINE
099000     MOVE "*" TO WS-SRC-PIECE
099100     PERFORM PUT-SOURCE-LINE
099200     MOVE "*    INDEXED MASTER ACCESS MODULE BUILT BY CPYLOAD FOR"
099300         TO WS-SRC-PIECE
099400     PERFORM PUT-SOURCE-LINE
099500     MOVE "*    ONE KEY LAYOUT. THE DATA TOOLS CALL IT WITH THE"
099600         TO WS-SRC-PIECE
099700     PERFORM PUT-SOURCE-LINE
099800     MOVE "*    KEYIO AREA TO DO THEIR I-O ON EVERY MASTER LOADED"
099900         TO WS-SRC-PIECE
100000     PERFORM PUT-SOURCE-LINE
100100     MOVE "*    WITH THESE KEYS. CPYLOAD REWRITES IT FROM THE KEY"
100200         TO WS-SRC-PIECE
100300     PERFORM PUT-SOURCE-LINE
100400     MOVE "*    DEFINITION WHEN IT IS MISSING - DO NOT EDIT."
100500         TO WS-SRC-PIECE
100600     PERFORM PUT-SOURCE-LINE
100700     MOVE "*" TO WS-SRC-PIECE
100800     PERFORM PUT-SOURCE-LINE
100900     PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
101000               UNTIL WS-KEY-IDX > WS-KEYDEF-COUNT
101100         MOVE WS-KEYDEF-OFFSET(WS-KEY-IDX) TO WS-GEN-NUM
101200         IF WS-KEY-IDX = 1
101300             STRING "*    KEY 1 (PRIMARY)   OFFSET "
101400                 DELIMITED BY SIZE INTO WS-SRC-PIECE
101500         ELSE
101600             STRING "*    KEY " WS-KEY-IDX " (ALTERNATE) OFFSET "
101700                 DELIMITED BY SIZE INTO WS-SRC-PIECE
101800         END-IF
101900         MOVE WS-GEN-NUM TO WS-SRC-PIECE(31:6)
102000         MOVE WS-KEYDEF-LENGTH(WS-KEY-IDX) TO WS-GEN-NUM
102100         MOVE " LENGTH" TO WS-SRC-PIECE(37:7)
102200         MOVE WS-GEN-NUM(3:4) TO WS-SRC-PIECE(45:4)
102300         IF WS-KEYDEF-DUPS(WS-KEY-IDX) = "Y"
102400             MOVE "DUPLICATES" TO WS-SRC-PIECE(51:10)
102500         END-IF
102600         PERFORM PUT-SOURCE-LINE
102700     END-PERFORM
102800     MOVE WS-KEYDEF-MIN-LEN TO WS-GEN-NUM
102900     STRING "*    RECORDS " FUNCTION TRIM(WS-GEN-NUM) " TO "
103000         DELIMITED BY SIZE INTO WS-SRC-PIECE
103100     MOVE WS-KEYDEF-MAX-LEN TO WS-GEN-NUM
103200     MOVE SPACES TO WS-COMMAND-LINE
103300     STRING FUNCTION TRIM(WS-SRC-PIECE) " "
103400         FUNCTION TRIM(WS-GEN-NUM) " BYTES"
103500         DELIMITED BY SIZE INTO WS-COMMAND-LINE
103600     MOVE WS-COMMAND-LINE TO WS-SRC-PIECE
103700     PERFORM PUT-SOURCE-LINE
103800     MOVE "*" TO WS-SRC-PIECE
103900     PERFORM PUT-SOURCE-LINE
104000     MOVE "*    MODIFICATION HISTORY" TO WS-SRC-PIECE
104100     PERFORM PUT-SOURCE-LINE
104200     STRING "*    " WS-TS-RAW(1:4) "-" WS-TS-RAW(5:2) "-"
104300         WS-TS-RAW(7:2) "  GENERATED."
104400         DELIMITED BY SIZE INTO WS-SRC-PIECE
104500     PERFORM PUT-SOURCE-LINE
104600     MOVE ALL "*" TO WS-SRC-PIECE
104700     PERFORM PUT-SOURCE-LINE
104800     MOVE 8 TO WS-SRC-COL
104900     MOVE "IDENTIFICATION DIVISION." TO WS-SRC-PIECE
105000     PERFORM PUT-SOURCE-LINE
105100     STRING "PROGRAM-ID. " FUNCTION TRIM(WS-KEYDEF-MODULE) "."
105200         DELIMITED BY SIZE INTO WS-SRC-PIECE
105300     PERFORM PUT-SOURCE-LINE
105400     STRING "DATE-WRITTEN. " WS-TS-RAW(3:2) "/" WS-TS-RAW(5:2)
105500         "/" WS-TS-RAW(7:2) "."
105600         DELIMITED BY SIZE INTO WS-SRC-PIECE
105700     PERFORM PUT-SOURCE-LINE
105800     MOVE "AUTHOR SYSTEMS." TO WS-SRC-PIECE
105900     PERFORM PUT-SOURCE-LINE.
106000
106100 GEN-MODULE-FILES.
106200     MOVE 8 TO WS-SRC-COL
106300     MOVE "ENVIRONMENT DIVISION." TO WS-SRC-PIECE
106400     PERFORM PUT-SOURCE-LINE
106500     MOVE "CONFIGURATION SECTION." TO WS-SRC-PIECE
106600     PERFORM PUT-SOURCE-LINE
106700     MOVE "SOURCE-COMPUTER. RM-COBOL." TO WS-SRC-PIECE
106800     PERFORM PUT-SOURCE-LINE
106900     MOVE "OBJECT-COMPUTER. RM-COBOL." TO WS-SRC-PIECE
107000     PERFORM PUT-SOURCE-LINE
107100     MOVE "INPUT-OUTPUT SECTION." TO WS-SRC-PIECE
107200     PERFORM PUT-SOURCE-LINE
107300     MOVE "FILE-CONTROL." TO WS-SRC-PIECE
107400     PERFORM PUT-SOURCE-LINE
107500     MOVE 12 TO WS-SRC-COL
107600     MOVE "SELECT KIO-FILE ASSIGN TO DYNAMIC WS-KIO-FILE-PATH"
107700         TO WS-SRC-PIECE
107800     PERFORM PUT-SOURCE-LINE
107900     MOVE 16 TO WS-SRC-COL
108000     MOVE "ORGANIZATION INDEXED" TO WS-SRC-PIECE
108100     PERFORM PUT-SOURCE-LINE
108200     MOVE "ACCESS MODE DYNAMIC" TO WS-SRC-PIECE
108300     PERFORM PUT-SOURCE-LINE
108400     MOVE "RECORD KEY IS KIO-KEY-1" TO WS-SRC-PIECE
108500     PERFORM PUT-SOURCE-LINE
108600     PERFORM VARYING WS-KEY-IDX FROM 2 BY 1
108700               UNTIL WS-KEY-IDX > WS-KEYDEF-COUNT
108800         MOVE 16 TO WS-SRC-COL
108900         STRING "ALTERNATE RECORD KEY IS KIO-KEY-" WS-KEY-IDX
109000             DELIMITED BY SIZE INTO WS-SRC-PIECE
109100         PERFORM PUT-SOURCE-LINE
109200         IF WS-KEYDEF-DUPS(WS-KEY-IDX) = "Y"
109300             MOVE 20 TO WS-SRC-COL
109400             MOVE "WITH DUPLICATES" TO WS-SRC-PIECE
109500             PERFORM PUT-SOURCE-LINE
109600         END-IF
109700     END-PERFORM
109800     MOVE 16 TO WS-SRC-COL
109900     MOVE "FILE STATUS IS WS-KIO-FILE-STATUS." TO WS-SRC-PIECE
110000     PERFORM PUT-SOURCE-LINE.
110100
110200* THE RECORD, THEN ONE REDEFINITION PER KEY PLACING IT AT ITS
110300* OFFSET.
110400 GEN-MODULE-STORAGE.
110500     MOVE 8 TO WS-SRC-COL
110600     MOVE "DATA DIVISION." TO WS-SRC-PIECE
110700     PERFORM PUT-SOURCE-LINE
110800     MOVE "FILE SECTION." TO WS-SRC-PIECE
110900     PERFORM PUT-SOURCE-LINE
111000     MOVE WS-KEYDEF-MIN-LEN TO WS-GEN-NUM
111100     STRING "FD  KIO-FILE RECORD IS VARYING IN SIZE FROM "
111200         FUNCTION TRIM(WS-GEN-NUM) " TO "
111300         DELIMITED BY SIZE INTO WS-SRC-PIECE
111400     MOVE WS-KEYDEF-MAX-LEN TO WS-GEN-NUM
111500     MOVE SPACES TO WS-COMMAND-LINE
111600     STRING FUNCTION TRIM(WS-SRC-PIECE) " "
111700         FUNCTION TRIM(WS-GEN-NUM)
111800         DELIMITED BY SIZE INTO WS-COMMAND-LINE
111900     MOVE WS-COMMAND-LINE TO WS-SRC-PIECE
112000     PERFORM PUT-SOURCE-LINE
112100     MOVE 16 TO WS-SRC-COL
112200     MOVE "CHARACTERS DEPENDING ON WS-KIO-FILE-LEN."
112300         TO WS-SRC-PIECE
112400     PERFORM PUT-SOURCE-LINE
112500     MOVE 8 TO WS-SRC-COL
112600     MOVE "01  KIO-REC" TO WS-SRC-PIECE
112700     MOVE WS-KEYDEF-MAX-LEN TO WS-GEN-NUM
112800     PERFORM SET-SOURCE-PIC
112900     PERFORM PUT-SOURCE-LINE
113000     PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
113100               UNTIL WS-KEY-IDX > WS-KEYDEF-COUNT
113200         MOVE 8 TO WS-SRC-COL
113300         STRING "01  KIO-REC-" WS-KEY-IDX "."
113400             DELIMITED BY SIZE INTO WS-SRC-PIECE
113500         PERFORM PUT-SOURCE-LINE
113600         MOVE 12 TO WS-SRC-COL
113700         IF WS-KEYDEF-OFFSET(WS-KEY-IDX) > 1
113800             COMPUTE WS-GEN-NUM = WS-KEYDEF-OFFSET(WS-KEY-IDX) - 1
113900             MOVE "05 FILLER" TO WS-SRC-PIECE
114000             PERFORM SET-SOURCE-PIC
114100             PERFORM PUT-SOURCE-LINE
114200         END-IF
114300         STRING "05 KIO-KEY-" WS-KEY-IDX
114400             DELIMITED BY SIZE INTO WS-SRC-PIECE
114500         MOVE WS-KEYDEF-LENGTH(WS-KEY-IDX) TO WS-GEN-NUM
114600         PERFORM SET-SOURCE-PIC
114700         PERFORM PUT-SOURCE-LINE
114800         COMPUTE WS-GEN-GAP = WS-KEYDEF-MAX-LEN
114900             - WS-KEYDEF-OFFSET(WS-KEY-IDX)
115000             - WS-KEYDEF-LENGTH(WS-KEY-IDX) + 1
115100         IF WS-GEN-GAP > 0
115200             MOVE WS-GEN-GAP TO WS-GEN-NUM
115300             MOVE "05 FILLER" TO WS-SRC-PIECE
115400             PERFORM SET-SOURCE-PIC
115500             PERFORM PUT-SOURCE-LINE
115600         END-IF
115700     END-PERFORM
115800     MOVE 8 TO WS-SRC-COL
115900     MOVE "WORKING-STORAGE SECTION." TO WS-SRC-PIECE
116000     PERFORM PUT-SOURCE-LINE
116100     MOVE "01  WS-KIO-FILE-PATH" TO WS-SRC-PIECE
116200     MOVE "PIC X(200)." TO WS-SRC-PIC
116300     PERFORM PUT-SOURCE-LINE
116400     MOVE "01  WS-KIO-FILE-STATUS" TO WS-SRC-PIECE
116500     MOVE "PIC XX." TO WS-SRC-PIC
116600     PERFORM PUT-SOURCE-LINE
116700     MOVE "01  WS-KIO-FILE-LEN" TO WS-SRC-PIECE
116800     MOVE "PIC 9(4)." TO WS-SRC-PIC
116900     PERFORM PUT-SOURCE-LINE
117000     MOVE "01  WS-KIO-SAVE-REC" TO WS-SRC-PIECE
117100     MOVE WS-KEYDEF-MAX-LEN TO WS-GEN-NUM
117200     PERFORM SET-SOURCE-PIC
117300     PERFORM PUT-SOURCE-LINE
117400     MOVE "01  WS-KIO-MY-LAYOUT" TO WS-SRC-PIECE
117500     MOVE "PIC X(100)." TO WS-SRC-PIC
117600     PERFORM PUT-SOURCE-LINE
117700     MOVE "LINKAGE SECTION." TO WS-SRC-PIECE
117800     PERFORM PUT-SOURCE-LINE
117900     MOVE "01  LS-KIO-AREA." TO WS-SRC-PIECE
118000     PERFORM PUT-SOURCE-LINE
118100     MOVE 12 TO WS-SRC-COL
118200     MOVE "05 LS-KIO-FUNCTION" TO WS-SRC-PIECE
118300     MOVE "PIC XX." TO WS-SRC-PIC
118400     PERFORM PUT-SOURCE-LINE
118500     MOVE "05 LS-KIO-PATH" TO WS-SRC-PIECE
118600     MOVE "PIC X(200)." TO WS-SRC-PIC
118700     PERFORM PUT-SOURCE-LINE
118800     MOVE "05 LS-KIO-KEY-NO" TO WS-SRC-PIECE
118900     MOVE "PIC 9." TO WS-SRC-PIC
119000     PERFORM PUT-SOURCE-LINE
119100     MOVE "05 LS-KIO-STATUS" TO WS-SRC-PIECE
119200     MOVE "PIC XX." TO WS-SRC-PIC
119300     PERFORM PUT-SOURCE-LINE
119400     MOVE "05 LS-KIO-DUP-KEY-NO" TO WS-SRC-PIECE
119500     MOVE "PIC 9." TO WS-SRC-PIC
119600     PERFORM PUT-SOURCE-LINE
119700     MOVE "05 LS-KIO-LAYOUT" TO WS-SRC-PIECE
119800     MOVE "PIC X(100)." TO WS-SRC-PIC
119900     PERFORM PUT-SOURCE-LINE
120000     MOVE "05 LS-KIO-REC-LEN" TO WS-SRC-PIECE
120100     MOVE "PIC 9(4)." TO WS-SRC-PIC
120200     PERFORM PUT-SOURCE-LINE
120300     MOVE "05 LS-KIO-RECORD" TO WS-SRC-PIECE
120400     MOVE "PIC X(9999)." TO WS-SRC-PIC
120500     PERFORM PUT-SOURCE-LINE.
120600
120700* THE LAYOUT LITERAL GOES OUT IN PIECES OF 40 SO NO GENERATED
120800* LINE NEEDS A CONTINUATION.
120900 GEN-MODULE-MAINLINE.
121000     MOVE 8 TO WS-SRC-COL
121100     MOVE "PROCEDURE DIVISION USING LS-KIO-AREA." TO WS-SRC-PIECE
121200     PERFORM PUT-SOURCE-LINE
121300     PERFORM PUT-SOURCE-LINE
121400     MOVE "MAIN-KIO." TO WS-SRC-PIECE
121500     PERFORM PUT-SOURCE-LINE
121600     MOVE 12 TO WS-SRC-COL
121700     MOVE "MOVE SPACES TO WS-KIO-MY-LAYOUT" TO WS-SRC-PIECE
121800     PERFORM PUT-SOURCE-LINE
121900     MOVE "STRING" TO WS-SRC-PIECE
122000     PERFORM PUT-SOURCE-LINE
122100     MOVE 16 TO WS-SRC-COL
122200     COMPUTE WS-LAY-LEN = WS-KEYDEF-COUNT * 11 + 9
122300     PERFORM VARYING WS-LAY-POS FROM 1 BY 40
122400               UNTIL WS-LAY-POS > WS-LAY-LEN
122500         COMPUTE WS-LAY-PIECE-LEN = WS-LAY-LEN - WS-LAY-POS + 1
122600         IF WS-LAY-PIECE-LEN > 40
122700             MOVE 40 TO WS-LAY-PIECE-LEN
122800         END-IF
122900         STRING QUOTE
123000             WS-KEYDEF-LAYOUT(WS-LAY-POS:WS-LAY-PIECE-LEN)
123100             QUOTE
123200             DELIMITED BY SIZE INTO WS-SRC-PIECE
123300         PERFORM PUT-SOURCE-LINE
123400     END-PERFORM
123500     MOVE "DELIMITED BY SIZE INTO WS-KIO-MY-LAYOUT"
123600         TO WS-SRC-PIECE
123700     PERFORM PUT-SOURCE-LINE
123800     MOVE 12 TO WS-SRC-COL
123900     MOVE "MOVE WS-KIO-MY-LAYOUT TO LS-KIO-LAYOUT" TO WS-SRC-PIECE
124000     PERFORM PUT-SOURCE-LINE
124100     MOVE "MOVE ZERO TO LS-KIO-DUP-KEY-NO" TO WS-SRC-PIECE
124200     PERFORM PUT-SOURCE-LINE
124300     MOVE "EVALUATE LS-KIO-FUNCTION" TO WS-SRC-PIECE
124400     PERFORM PUT-SOURCE-LINE
124500     MOVE 16 TO WS-SRC-COL
124600     MOVE "WHEN ""SG""" TO WS-SRC-PIECE
124700     PERFORM PUT-SOURCE-LINE
124800     MOVE 20 TO WS-SRC-COL
124900     MOVE "MOVE ""00"" TO LS-KIO-STATUS" TO WS-SRC-PIECE
125000     PERFORM PUT-SOURCE-LINE
125100     MOVE 16 TO WS-SRC-COL
125200     MOVE "WHEN ""CR""" TO WS-SRC-PIECE
125300     PERFORM PUT-SOURCE-LINE
125400     MOVE 20 TO WS-SRC-COL
125500     MOVE "MOVE LS-KIO-PATH TO WS-KIO-FILE-PATH" TO WS-SRC-PIECE
125600     PERFORM PUT-SOURCE-LINE
125700     MOVE "OPEN OUTPUT KIO-FILE" TO WS-SRC-PIECE
125800     PERFORM PUT-SOURCE-LINE
125900     MOVE "IF WS-KIO-FILE-STATUS = ""00""" TO WS-SRC-PIECE
126000     PERFORM PUT-SOURCE-LINE
126100     MOVE 24 TO WS-SRC-COL
126200     MOVE "CLOSE KIO-FILE" TO WS-SRC-PIECE
126300     PERFORM PUT-SOURCE-LINE
126400     MOVE "OPEN I-O KIO-FILE" TO WS-SRC-PIECE
126500     PERFORM PUT-SOURCE-LINE
126600     MOVE 20 TO WS-SRC-COL
126700     MOVE "END-IF" TO WS-SRC-PIECE
126800     PERFORM PUT-SOURCE-LINE
126900     MOVE "MOVE WS-KIO-FILE-STATUS TO LS-KIO-STATUS"
127000         TO WS-SRC-PIECE
127100     PERFORM PUT-SOURCE-LINE
127200     MOVE 16 TO WS-SRC-COL
127300     MOVE "WHEN ""OI""" TO WS-SRC-PIECE
127400     PERFORM PUT-SOURCE-LINE
127500     MOVE 20 TO WS-SRC-COL
127600     MOVE "MOVE LS-KIO-PATH TO WS-KIO-FILE-PATH" TO WS-SRC-PIECE
127700     PERFORM PUT-SOURCE-LINE
127800     MOVE "OPEN INPUT KIO-FILE" TO WS-SRC-PIECE
127900     PERFORM PUT-SOURCE-LINE
128000     MOVE "MOVE WS-KIO-FILE-STATUS TO LS-KIO-STATUS"
128100         TO WS-SRC-PIECE
128200     PERFORM PUT-SOURCE-LINE
128300     MOVE 16 TO WS-SRC-COL
128400     MOVE "WHEN ""IO""" TO WS-SRC-PIECE
128500     PERFORM PUT-SOURCE-LINE
128600     MOVE 20 TO WS-SRC-COL
128700     MOVE "MOVE LS-KIO-PATH TO WS-KIO-FILE-PATH" TO WS-SRC-PIECE
128800     PERFORM PUT-SOURCE-LINE
128900     MOVE "OPEN I-O KIO-FILE" TO WS-SRC-PIECE
129000     PERFORM PUT-SOURCE-LINE
129100     MOVE "MOVE WS-KIO-FILE-STATUS TO LS-KIO-STATUS"
129200         TO WS-SRC-PIECE
129300     PERFORM PUT-SOURCE-LINE
129400     MOVE 16 TO WS-SRC-COL
129500     MOVE "WHEN ""RN""" TO WS-SRC-PIECE
129600     PERFORM PUT-SOURCE-LINE
129700     MOVE 20 TO WS-SRC-COL
129800     MOVE "READ KIO-FILE NEXT RECORD" TO WS-SRC-PIECE
129900     PERFORM PUT-SOURCE-LINE
130000     MOVE 24 TO WS-SRC-COL
130100     MOVE "AT END" TO WS-SRC-PIECE
130200     PERFORM PUT-SOURCE-LINE
130300     MOVE 28 TO WS-SRC-COL
130400     MOVE "CONTINUE" TO WS-SRC-PIECE
130500     PERFORM PUT-SOURCE-LINE
130600     MOVE 20 TO WS-SRC-COL
130700     MOVE "END-READ" TO WS-SRC-PIECE
130800     PERFORM PUT-SOURCE-LINE
130900     MOVE "PERFORM RETURN-RECORD" TO WS-SRC-PIECE
131000     PERFORM PUT-SOURCE-LINE
131100     MOVE 16 TO WS-SRC-COL
131200     MOVE "WHEN ""RK""" TO WS-SRC-PIECE
131300     PERFORM PUT-SOURCE-LINE
131400     MOVE 20 TO WS-SRC-COL
131500     MOVE "MOVE LS-KIO-RECORD TO KIO-REC" TO WS-SRC-PIECE
131600     PERFORM PUT-SOURCE-LINE
131700     MOVE "READ KIO-FILE KEY IS KIO-KEY-1" TO WS-SRC-PIECE
131800     PERFORM PUT-SOURCE-LINE
131900     MOVE 24 TO WS-SRC-COL
132000     MOVE "INVALID KEY" TO WS-SRC-PIECE
132100     PERFORM PUT-SOURCE-LINE
132200     MOVE 28 TO WS-SRC-COL
132300     MOVE "CONTINUE" TO WS-SRC-PIECE
132400     PERFORM PUT-SOURCE-LINE
132500     MOVE 20 TO WS-SRC-COL
132600     MOVE "END-READ" TO WS-SRC-PIECE
132700     PERFORM PUT-SOURCE-LINE
132800     MOVE "PERFORM RETURN-RECORD" TO WS-SRC-PIECE
132900     PERFORM PUT-SOURCE-LINE
133000     MOVE 16 TO WS-SRC-COL
133100     MOVE "WHEN ""ST""" TO WS-SRC-PIECE
133200     PERFORM PUT-SOURCE-LINE
133300     MOVE 20 TO WS-SRC-COL
133400     MOVE "MOVE LS-KIO-RECORD TO KIO-REC" TO WS-SRC-PIECE
133500     PERFORM PUT-SOURCE-LINE
133600     MOVE "PERFORM START-ON-KEY" TO WS-SRC-PIECE
133700     PERFORM PUT-SOURCE-LINE
133800     MOVE 16 TO WS-SRC-COL
133900     MOVE "WHEN ""WR""" TO WS-SRC-PIECE
134000     PERFORM PUT-SOURCE-LINE
134100     MOVE 20 TO WS-SRC-COL
134200     MOVE "MOVE LS-KIO-REC-LEN TO WS-KIO-FILE-LEN" TO WS-SRC-PIECE
134300     PERFORM PUT-SOURCE-LINE
134400     MOVE "MOVE LS-KIO-RECORD TO KIO-REC" TO WS-SRC-PIECE
134500     PERFORM PUT-SOURCE-LINE
134600     MOVE "WRITE KIO-REC" TO WS-SRC-PIECE
134700     PERFORM PUT-SOURCE-LINE
134800     MOVE 24 TO WS-SRC-COL
134900     MOVE "INVALID KEY" TO WS-SRC-PIECE
135000     PERFORM PUT-SOURCE-LINE
135100     MOVE 28 TO WS-SRC-COL
135200     MOVE "CONTINUE" TO WS-SRC-PIECE
135300     PERFORM PUT-SOURCE-LINE
135400     MOVE 20 TO WS-SRC-COL
135500     MOVE "END-WRITE" TO WS-SRC-PIECE
135600     PERFORM PUT-SOURCE-LINE
135700     MOVE "MOVE WS-KIO-FILE-STATUS TO LS-KIO-STATUS"
135800         TO WS-SRC-PIECE
135900     PERFORM PUT-SOURCE-LINE
136000     MOVE "IF WS-KIO-FILE-STATUS = ""22""" TO WS-SRC-PIECE
136100     PERFORM PUT-SOURCE-LINE
136200     MOVE 24 TO WS-SRC-COL
136300     MOVE "PERFORM FIND-DUPLICATE-KEY" TO WS-SRC-PIECE
136400     PERFORM PUT-SOURCE-LINE
136500     MOVE 20 TO WS-SRC-COL
136600     MOVE "END-IF" TO WS-SRC-PIECE
136700     PERFORM PUT-SOURCE-LINE
136800     MOVE 16 TO WS-SRC-COL
136900     MOVE "WHEN ""RW""" TO WS-SRC-PIECE
137000     PERFORM PUT-SOURCE-LINE
137100     MOVE 20 TO WS-SRC-COL
137200     MOVE "MOVE LS-KIO-REC-LEN TO WS-KIO-FILE-LEN" TO WS-SRC-PIECE
137300     PERFORM PUT-SOURCE-LINE
137400     MOVE "MOVE LS-KIO-RECORD TO KIO-REC" TO WS-SRC-PIECE
137500     PERFORM PUT-SOURCE-LINE
137600     MOVE "REWRITE KIO-REC" TO WS-SRC-PIECE
137700     PERFORM PUT-SOURCE-LINE
137800     MOVE 24 TO WS-SRC-COL
137900     MOVE "INVALID KEY" TO WS-SRC-PIECE
138000     PERFORM PUT-SOURCE-LINE
138100     MOVE 28 TO WS-SRC-COL
138200     MOVE "CONTINUE" TO WS-SRC-PIECE
138300     PERFORM PUT-SOURCE-LINE
138400     MOVE 20 TO WS-SRC-COL
138500     MOVE "END-REWRITE" TO WS-SRC-PIECE
138600     PERFORM PUT-SOURCE-LINE
138700     MOVE "MOVE WS-KIO-FILE-STATUS TO LS-KIO-STATUS"
138800         TO WS-SRC-PIECE
138900     PERFORM PUT-SOURCE-LINE
139000     MOVE 16 TO WS-SRC-COL
139100     MOVE "WHEN ""CL""" TO WS-SRC-PIECE
139200     PERFORM PUT-SOURCE-LINE
139300     MOVE 20 TO WS-SRC-COL
139400     MOVE "CLOSE KIO-FILE" TO WS-SRC-PIECE
139500     PERFORM PUT-SOURCE-LINE
139600     MOVE "MOVE WS-KIO-FILE-STATUS TO LS-KIO-STATUS"
139700         TO WS-SRC-PIECE
139800     PERFORM PUT-SOURCE-LINE
139900     MOVE 16 TO WS-SRC-COL
140000     MOVE "WHEN OTHER" TO WS-SRC-PIECE
140100     PERFORM PUT-SOURCE-LINE
140200     MOVE 20 TO WS-SRC-COL
140300     MOVE "MOVE ""99"" TO LS-KIO-STATUS" TO WS-SRC-PIECE
140400     PERFORM PUT-SOURCE-LINE
140500     MOVE 12 TO WS-SRC-COL
140600     MOVE "END-EVALUATE" TO WS-SRC-PIECE
140700     PERFORM PUT-SOURCE-LINE
140800     MOVE "GOBACK." TO WS-SRC-PIECE
140900     PERFORM PUT-SOURCE-LINE.
141000
141100* RETURN-RECORD, START-ON-KEY (ONE WHEN PER KEY) AND
141200* FIND-DUPLICATE-KEY (PRIMARY, THEN EACH ALTERNATE KEY THAT
141300* TAKES NO DUPLICATES).
141400 GEN-MODULE-PARAGRAPHS.
141500     MOVE 8 TO WS-SRC-COL
141600     PERFORM PUT-SOURCE-LINE
141700     MOVE "RETURN-RECORD." TO WS-SRC-PIECE
141800     PERFORM PUT-SOURCE-LINE
141900     MOVE 12 TO WS-SRC-COL
142000     MOVE "MOVE WS-KIO-FILE-STATUS TO LS-KIO-STATUS"
142100         TO WS-SRC-PIECE
142200     PERFORM PUT-SOURCE-LINE
142300     MOVE "IF WS-KIO-FILE-STATUS = ""00""" TO WS-SRC-PIECE
142400     PERFORM PUT-SOURCE-LINE
142500     MOVE 14 TO WS-SRC-COL
142600     MOVE "OR WS-KIO-FILE-STATUS = ""02""" TO WS-SRC-PIECE
142700     PERFORM PUT-SOURCE-LINE
142800     MOVE 16 TO WS-SRC-COL
142900     MOVE "MOVE KIO-REC(1:WS-KIO-FILE-LEN) TO LS-KIO-RECORD"
143000         TO WS-SRC-PIECE
143100     PERFORM PUT-SOURCE-LINE
143200     MOVE "MOVE WS-KIO-FILE-LEN TO LS-KIO-REC-LEN" TO WS-SRC-PIECE
143300     PERFORM PUT-SOURCE-LINE
143400     MOVE 12 TO WS-SRC-COL
143500     MOVE "END-IF." TO WS-SRC-PIECE
143600     PERFORM PUT-SOURCE-LINE
143700     MOVE 8 TO WS-SRC-COL
143800     PERFORM PUT-SOURCE-LINE
143900     MOVE "START-ON-KEY." TO WS-SRC-PIECE
144000     PERFORM PUT-SOURCE-LINE
144100     MOVE 12 TO WS-SRC-COL
144200     MOVE "EVALUATE LS-KIO-KEY-NO" TO WS-SRC-PIECE
144300     PERFORM PUT-SOURCE-LINE
144400     PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
144500               UNTIL WS-KEY-IDX > WS-KEYDEF-COUNT
144600         MOVE 16 TO WS-SRC-COL
144700         STRING "WHEN " WS-KEY-IDX
144800             DELIMITED BY SIZE INTO WS-SRC-PIECE
144900         PERFORM PUT-SOURCE-LINE
145000         MOVE 20 TO WS-SRC-COL
145100         STRING "START KIO-FILE KEY IS NOT LESS THAN KIO-KEY-"
145200             WS-KEY-IDX
145300             DELIMITED BY SIZE INTO WS-SRC-PIECE
145400         PERFORM PUT-SOURCE-LINE
145500         MOVE 24 TO WS-SRC-COL
145600         MOVE "INVALID KEY" TO WS-SRC-PIECE
145700         PERFORM PUT-SOURCE-LINE
145800         MOVE 28 TO WS-SRC-COL
145900         MOVE "CONTINUE" TO WS-SRC-PIECE
146000         PERFORM PUT-SOURCE-LINE
146100         MOVE 20 TO WS-SRC-COL
146200         MOVE "END-START" TO WS-SRC-PIECE
146300         PERFORM PUT-SOURCE-LINE
146400         MOVE "MOVE WS-KIO-FILE-STATUS TO LS-KIO-STATUS"
146500             TO WS-SRC-PIECE
146600         PERFORM PUT-SOURCE-LINE
146700     END-PERFORM
146800     MOVE 16 TO WS-SRC-COL
146900     MOVE "WHEN OTHER" TO WS-SRC-PIECE
147000     PERFORM PUT-SOURCE-LINE
147100     MOVE 20 TO WS-SRC-COL
147200     MOVE "MOVE ""99"" TO LS-KIO-STATUS" TO WS-SRC-PIECE
147300     PERFORM PUT-SOURCE-LINE
147400     MOVE 12 TO WS-SRC-COL
147500     MOVE "END-EVALUATE." TO WS-SRC-PIECE
147600     PERFORM PUT-SOURCE-LINE
147700     MOVE 8 TO WS-SRC-COL
147800     PERFORM PUT-SOURCE-LINE
147900     MOVE "FIND-DUPLICATE-KEY." TO WS-SRC-PIECE
148000     PERFORM PUT-SOURCE-LINE
148100     MOVE 12 TO WS-SRC-COL
148200     MOVE "MOVE KIO-REC TO WS-KIO-SAVE-REC" TO WS-SRC-PIECE
148300     PERFORM PUT-SOURCE-LINE
148400     PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
148500               UNTIL WS-KEY-IDX > WS-KEYDEF-COUNT
148600         IF WS-KEYDEF-DUPS(WS-KEY-IDX) NOT = "Y"
148700             PERFORM GEN-DUPLICATE-PROBE
148800         END-IF
148900     END-PERFORM
149000     MOVE 12 TO WS-SRC-COL
149100     MOVE "MOVE ""22"" TO LS-KIO-STATUS." TO WS-SRC-PIECE
149200     PERFORM PUT-SOURCE-LINE.
149300
149400* ONE KEY'S READ IN FIND-DUPLICATE-KEY - THE FIRST KEY FOUND
149500* ALREADY ON FILE IS THE ONE REPORTED.
149600 GEN-DUPLICATE-PROBE.
149700     MOVE 12 TO WS-SRC-COL
149800     MOVE "IF LS-KIO-DUP-KEY-NO = 0" TO WS-SRC-PIECE
149900     PERFORM PUT-SOURCE-LINE
150000     MOVE 16 TO WS-SRC-COL
150100     MOVE "MOVE WS-KIO-SAVE-REC TO KIO-REC" TO WS-SRC-PIECE
150200     PERFORM PUT-SOURCE-LINE
150300     STRING "READ KIO-FILE KEY IS KIO-KEY-" WS-KEY-IDX
150400         DELIMITED BY SIZE INTO WS-SRC-PIECE
150500     PERFORM PUT-SOURCE-LINE
150600     MOVE 20 TO WS-SRC-COL
150700     MOVE "INVALID KEY" TO WS-SRC-PIECE
150800     PERFORM PUT-SOURCE-LINE
150900     MOVE 24 TO WS-SRC-COL
151000     MOVE "CONTINUE" TO WS-SRC-PIECE
151100     PERFORM PUT-SOURCE-LINE
151200     MOVE 16 TO WS-SRC-COL
151300     MOVE "END-READ" TO WS-SRC-PIECE
151400     PERFORM PUT-SOURCE-LINE
151500     MOVE "IF WS-KIO-FILE-STATUS = ""00""" TO WS-SRC-PIECE
151600     PERFORM PUT-SOURCE-LINE
151700     MOVE 18 TO WS-SRC-COL
151800     MOVE "OR WS-KIO-FILE-STATUS = ""02""" TO WS-SRC-PIECE
151900     PERFORM PUT-SOURCE-LINE
152000     MOVE 20 TO WS-SRC-COL
152100     STRING "MOVE " WS-KEY-IDX " TO LS-KIO-DUP-KEY-NO"
152200         DELIMITED BY SIZE INTO WS-SRC-PIECE
152300     PERFORM PUT-SOURCE-LINE
152400     MOVE 16 TO WS-SRC-COL
152500     MOVE "END-IF" TO WS-SRC-PIECE
152600     PERFORM PUT-SOURCE-LINE
152700     MOVE 12 TO WS-SRC-COL
152800     MOVE "END-IF" TO WS-SRC-PIECE
152900     PERFORM PUT-SOURCE-LINE.
153000
153100* PIC X(N). FOR THE LENGTH IN WS-GEN-NUM.
153200 SET-SOURCE-PIC.
153300     MOVE SPACES TO WS-SRC-PIC
153400     STRING "PIC X(" FUNCTION TRIM(WS-GEN-NUM) ")."
153500         DELIMITED BY SIZE INTO WS-SRC-PIC.
153600
153700* ONE GENERATED LINE, NUMBERED IN STEPS OF 100 LIKE THE REST OF
153800* THE SUITE'S SOURCE.
153900 PUT-SOURCE-LINE.
154000     MOVE SPACES TO WS-SRC-TEXT
154100     MOVE WS-SRC-PIECE TO WS-SRC-TEXT(WS-SRC-COL - 6:)
154200     IF WS-SRC-PIC NOT = SPACES
154300         MOVE WS-SRC-PIC TO WS-SRC-TEXT(34:)
154400     END-IF
154500     ADD 100 TO WS-SRC-SEQ
154600     MOVE WS-SRC-LINE TO SRC-OUT-REC
154700     WRITE SRC-OUT-REC
154800     MOVE SPACES TO WS-SRC-PIECE WS-SRC-PIC.
