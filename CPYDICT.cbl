000100******************************************************************
000200*    CPYDICT
000300*
000400*    ENTERPRISE DATA DICTIONARY. CPYXREF SAYS WHICH PROGRAMS
000500*    COPY WHICH MEMBER; CPYDICT SAYS WHAT EVERY FIELD NAME IS
000600*    IN EVERY MEMBER, SO "ACCT-NO IS 9(10) HERE, X(12) THERE
000700*    AND COMP-3 IN THE THIRD" IS A REPORT INSTEAD OF A WEEK OF
000800*    GREP BEFORE EACH NEW PARTNER INTERFACE. THREE FUNCTIONS,
000900*    CHOSEN BY THE FIRST COMMAND-LINE WORD:
001000*
001100*      LOAD [DIR]   WALKS THE COPYBOOK LIBRARY (*.cpy IN DIR,
001200*                   DEFAULT examples) THE SAME MANIFEST-DRIVEN
001300*                   WAY AS CPYBATCH - THE DIRECTORY IS LISTED
001400*                   INTO <DIR>/CPYDICT.LST AND READ BACK - SIZES
001500*                   EACH MEMBER WITH CPYPARSE (RM-COBOL PROFILE)
001600*                   AND LOADS EVERY NAMED FIELD TABLE ENTRY INTO
001700*                   THE INDEXED DICTIONARY CPYDICT.IDX (LAYOUT
001800*                   DICTREC), KEYED BY FIELD NAME, THEN COPYBOOK,
001900*                   WITH ITS PICTURE, USAGE, LENGTH AND OFFSET.
002000*                   THE DICTIONARY IS REBUILT FROM SCRATCH EACH
002100*                   LOAD, SO A MEMBER DROPPED FROM THE LIBRARY
002200*                   DROPS OUT OF IT TOO. FILLER IS NOT LOADED.
002300*      FIELD NAME [OUTPUT]
002400*                   FIELD-NAME INQUIRY - EVERY COPYBOOK THAT
002500*                   DEFINES THE NAME, WITH ITS 01 LEVEL, LEVEL,
002600*                   OFFSET, LENGTH, PICTURE, USAGE AND OCCURS,
002700*                   AND WHETHER THE DEFINITIONS AGREE. A NAME
002800*                   ENDING IN * LISTS EVERY NAME WITH THAT
002900*                   PREFIX (ACCT-* FOR THE WHOLE FAMILY).
003000*      CHECK [OUTPUT]
003100*                   INCONSISTENCY REPORT - EVERY NAME DEFINED
003200*                   WITH A DIFFERENT PICTURE, USAGE OR LENGTH IN
003300*                   DIFFERENT COPYBOOKS, WITH ALL ITS DEFINITIONS
003400*                   LISTED SO THE ODD ONE OUT IS PLAIN. A NAME
003500*                   WHOSE DEFINITIONS DIFFER ONLY INSIDE ONE
003600*                   MEMBER (TWO 01 LEVELS OF ONE RECORD FAMILY,
003700*                   SAY) IS NOT A CONFLICT BETWEEN MEMBERS; IT
003800*                   IS LISTED AFTER THEM UNDER ITS OWN HEADING
003900*                   AND COUNTED APART.
004000*
004100*    PICTURES ARE COMPARED WITH THEIR REPEATS WRITTEN ONE WAY -
004200*    9(3)99, 99999 AND 9(5) ARE THE SAME PICTURE. A DIFFERENT
004300*    LEVEL NUMBER OR OFFSET IS NOT AN INCONSISTENCY; THE SAME
004400*    FIELD OFTEN SITS AT DIFFERENT PLACES IN DIFFERENT RECORDS.
004500*    OUTPUT IS "SYSOUT" (OR OMITTED) FOR THE TERMINAL OR A LINE
004600*    SEQUENTIAL FILE PATH.
004700*
004800*    MODIFICATION HISTORY
004900*    2026-10-15  INITIAL VERSION.
005000******************************************************************
005100 IDENTIFICATION DIVISION.
005200 PROGRAM-ID. CPYDICT.
005300 DATE-WRITTEN. 26/10/15.
005400 AUTHOR SYSTEMS.
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER. RM-COBOL.
005800 OBJECT-COMPUTER. RM-COBOL.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT DICT-FILE ASSIGN TO "CPYDICT.IDX"
006200         ORGANIZATION INDEXED
006300         ACCESS MODE DYNAMIC
006400         RECORD KEY IS DICT-KEY
006500         FILE STATUS IS WS-DICT-STATUS.
006600     SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-PATH
006700         ORGANIZATION LINE SEQUENTIAL
006800         FILE STATUS IS WS-MANIFEST-STATUS.
006900     SELECT RPT-OUT-FILE ASSIGN TO DYNAMIC WS-OUT-PATH
007000         ORGANIZATION LINE SEQUENTIAL
007100         FILE STATUS IS WS-OUT-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  DICT-FILE.
007500     COPY "DICTREC.cpy".
007600 FD  MANIFEST-FILE.
007700 01  MANIFEST-REC                         PIC X(200).
007800 FD  RPT-OUT-FILE.
007900 01  RPT-OUT-REC                          PIC X(160).
008000 WORKING-STORAGE SECTION.
008100 01  WS-COMMAND-LINE-FULL                 PIC X(300).
008200 01  WS-FUNCTION                          PIC X(20) VALUE SPACES.
008300 01  WS-ARG-1                             PIC X(200) VALUE SPACES.
008400 01  WS-ARG-2                             PIC X(200) VALUE SPACES.
008500 01  WS-DIR-PATH                          PIC X(200) VALUE SPACES.
008600 01  WS-MANIFEST-PATH                     PIC X(200) VALUE SPACES.
008700 01  WS-COMMAND-LINE                      PIC X(300) VALUE SPACES.
008800 01  WS-DICT-STATUS                       PIC XX.
008900 01  WS-MANIFEST-STATUS                   PIC XX.
009000 01  WS-OUT-PATH                          PIC X(200).
009100 01  WS-OUT-STATUS                        PIC XX.
009200 01  WS-OUTPUT-PATH                       PIC X(200) VALUE SPACES.
009300 01  WS-TO-SCREEN                         PIC X VALUE "Y".
009400 01  WS-OUT-LINE                          PIC X(160).
009500 01  WS-EOF-SW                            PIC X VALUE "N".
009600     88 WS-EOF                            VALUE "Y".
009700 01  WS-DIR-LEN                           PIC 9(4).
009800 01  WS-CHAR-IDX                          PIC 9(4).
009900 01  WS-ONE-CHAR                          PIC X.
010000 01  WS-BAD-CHAR-SW                       PIC X VALUE "N".
010100     88 WS-BAD-CHAR                       VALUE "Y".
010200 01  WS-COPYBOOK-PATH                     PIC X(200).
010300 01  WS-BASE-NAME                         PIC X(64).
010400 01  WS-PATH-LEN                          PIC 9(4).
010500 01  WS-PATH-IDX                          PIC 9(4).
010600 01  WS-SLASH-POS                         PIC 9(4).
010700 01  WS-IDX                               PIC 9(4).
010800 01  WS-RECORD-NAME                       PIC X(35).
010900 01  WS-TS-RAW                            PIC X(21).
011000 01  WS-TS-PRETTY                         PIC X(19).
011100 01  WS-FILE-COUNT                        PIC 9(5) VALUE ZERO.
011200 01  WS-SKIP-COUNT                        PIC 9(5) VALUE ZERO.
011300 01  WS-ENTRY-COUNT                       PIC 9(7) VALUE ZERO.
011400 01  WS-CNT-DISP                          PIC ZZZZZZ9.
011500
011600 01  WS-PARSE-DIALECT                     PIC X(8)
011700                                          VALUE "RMC".
011800
011900* PICTURE NORMALISATION - EACH RUN OF ONE SYMBOL, HOWEVER IT WAS
012000* WRITTEN, BECOMES THE SYMBOL AND ITS COUNT.
012100 01  WS-PIC-IN                            PIC X(35).
012200 01  WS-PIC-LEN                           PIC 9(4).
012300 01  WS-PIC-SCAN                          PIC 9(4).
012400 01  WS-PIC-CHAR                          PIC X.
012500 01  WS-PIC-REPEAT                        PIC 9(5).
012600 01  WS-RUN-CHAR                          PIC X.
012700 01  WS-RUN-COUNT                         PIC 9(5).
012800 01  WS-RUN-DISP                          PIC ZZZZ9.
012900 01  WS-NORM-PTR                          PIC 9(4).
013000
013100* INQUIRY AND CHECK - THE NAME ASKED FOR AND THE DEFINITIONS OF
013200* THE NAME BEING READ. EACH DEFINITION IS COMPARED WITH EVERY
013300* ONE HELD BEFORE IT: A DIFFERENCE FROM ANOTHER COPYBOOK SETS
013400* THE PICTURE, USAGE OR LENGTH SWITCH, A DIFFERENCE INSIDE THE
013500* SAME COPYBOOK SETS THE WITHIN-MEMBER SWITCH. CHECK READS THE
013600* DICTIONARY TWICE - CONFLICTS BETWEEN MEMBERS, THEN THE NAMES
013700* THAT DIFFER ONLY WITHIN ONE MEMBER.
013800 01  WS-ASK-NAME                          PIC X(35).
013900 01  WS-ASK-LEN                           PIC 9(4).
014000 01  WS-PREFIX-SW                         PIC X VALUE "N".
014100     88 WS-PREFIX                         VALUE "Y".
014200 01  WS-CHECK-SW                          PIC X VALUE "N".
014300     88 WS-CHECK-MODE                     VALUE "Y".
014400 01  WS-CUR-NAME                          PIC X(35).
014500 01  WS-LAST-COPYBOOK                     PIC X(64).
014600 01  WS-DEF-TOTAL                         PIC 9(5).
014700 01  WS-CPY-COUNT                         PIC 9(5).
014800 01  WS-CHECK-PASS                        PIC 9 VALUE 1.
014900 01  WS-DIFF-PIC-SW                       PIC X.
015000 01  WS-DIFF-USAGE-SW                     PIC X.
015100 01  WS-DIFF-LEN-SW                       PIC X.
015200 01  WS-DIFF-WITHIN-SW                    PIC X.
015300 01  WS-NAME-COUNT                        PIC 9(7) VALUE ZERO.
015400 01  WS-SHARED-COUNT                      PIC 9(7) VALUE ZERO.
015500 01  WS-BAD-NAME-COUNT                    PIC 9(7) VALUE ZERO.
015600 01  WS-WITHIN-COUNT                      PIC 9(7) VALUE ZERO.
015700 01  WS-SHOWN-DEFS                        PIC 9(7) VALUE ZERO.
015800 01  WS-OFF-DISP                          PIC ZZZZZ9.
015900 01  WS-LEN-DISP                          PIC ZZZZZ9.
016000 01  WS-OCC-DISP                          PIC ZZZZ9.
016100
016200 01  WS-DEF-TABLE.
016300     05 WS-DEF-COUNT                      PIC 9(3) VALUE ZERO.
016400     05 WS-DEF-ENTRY OCCURS 200 TIMES.
016500         10 WS-DEF-COPYBOOK               PIC X(64).
016600         10 WS-DEF-RECORD                 PIC X(35).
016700         10 WS-DEF-LEVEL                  PIC 9(2).
016800         10 WS-DEF-OFFSET                 PIC 9(6).
016900         10 WS-DEF-LEN                    PIC 9(6).
017000         10 WS-DEF-PIC                    PIC X(35).
017100         10 WS-DEF-PIC-NORM               PIC X(35).
017200         10 WS-DEF-USAGE                  PIC X(12).
017300         10 WS-DEF-IS-GROUP               PIC X.
017400         10 WS-DEF-OCCURS                 PIC 9(5).
017500 01  WS-DEF-IDX                           PIC 9(3).
017600 01  WS-CMP-IDX                           PIC 9(3).
017700
017800     COPY "FLDTAB.cpy".
017900     COPY "SIZERES.cpy".
018000
018100 PROCEDURE DIVISION.
018200
018300 MAIN-DICT.
018400     ACCEPT WS-COMMAND-LINE-FULL FROM COMMAND-LINE
018500     UNSTRING WS-COMMAND-LINE-FULL DELIMITED BY ALL SPACES
018600         INTO WS-FUNCTION WS-ARG-1 WS-ARG-2
018700     END-UNSTRING
018800     MOVE FUNCTION UPPER-CASE(WS-FUNCTION) TO WS-FUNCTION
018900     EVALUATE WS-FUNCTION
019000         WHEN "LOAD"
019100             MOVE WS-ARG-1 TO WS-DIR-PATH
019200             IF WS-DIR-PATH = SPACES
019300                 MOVE "examples" TO WS-DIR-PATH
019400             END-IF
019500             PERFORM LOAD-DICTIONARY
019600         WHEN "FIELD"
019700             IF WS-ARG-1 = SPACES
019800                 DISPLAY "CPYDICT: FIELD NEEDS A FIELD NAME"
019900             ELSE
020000                 MOVE FUNCTION UPPER-CASE(WS-ARG-1)
020100                     TO WS-ASK-NAME
020200                 MOVE WS-ARG-2 TO WS-OUTPUT-PATH
020300                 PERFORM FIELD-INQUIRY
020400             END-IF
020500         WHEN "CHECK"
020600             MOVE WS-ARG-1 TO WS-OUTPUT-PATH
020700             SET WS-CHECK-MODE TO TRUE
020800             PERFORM CONSISTENCY-REPORT
020900         WHEN OTHER
021000             DISPLAY "CPYDICT: USE LOAD [DIR], FIELD NAME "
021100                 "[OUTPUT] OR CHECK [OUTPUT]"
021200     END-EVALUATE
021300     STOP RUN.
021400
021500******************************************************************
021600*    LOAD
021700******************************************************************
021800
021900 LOAD-DICTIONARY.
022000     PERFORM VALIDATE-DIR-PATH
022100     IF WS-BAD-CHAR
022200         DISPLAY "CPYDICT: DIRECTORY PATH CONTAINS AN "
022300             "UNSUPPORTED CHARACTER - " FUNCTION TRIM(WS-DIR-PATH)
022400     ELSE
022500         STRING FUNCTION TRIM(WS-DIR-PATH) "/CPYDICT.LST"
022600             DELIMITED BY SIZE INTO WS-MANIFEST-PATH
022700         STRING "ls -1 " FUNCTION TRIM(WS-DIR-PATH) "/*.cpy > "
022800             FUNCTION TRIM(WS-MANIFEST-PATH) " 2>/dev/null"
022900             DELIMITED BY SIZE INTO WS-COMMAND-LINE
023000         CALL "SYSTEM" USING WS-COMMAND-LINE
023100         OPEN INPUT MANIFEST-FILE
023200         IF WS-MANIFEST-STATUS NOT = "00"
023300             DISPLAY "CPYDICT: NO COPYBOOKS FOUND UNDER "
023400                 FUNCTION TRIM(WS-DIR-PATH)
023500         ELSE
023600             PERFORM LOAD-FROM-MANIFEST
023700             CLOSE MANIFEST-FILE
023800         END-IF
023900     END-IF.
024000
024100 LOAD-FROM-MANIFEST.
024200     OPEN OUTPUT DICT-FILE
024300     IF WS-DICT-STATUS NOT = "00"
024400         DISPLAY "CPYDICT: UNABLE TO CREATE CPYDICT.IDX (STATUS "
024500             WS-DICT-STATUS ")"
024600     ELSE
024700         MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW
024800         PERFORM UNTIL WS-EOF
024900             READ MANIFEST-FILE INTO WS-COPYBOOK-PATH
025000                 AT END
025100                     SET WS-EOF TO TRUE
025200                 NOT AT END
025300                     PERFORM LOAD-ONE-COPYBOOK
025400             END-READ
025500         END-PERFORM
025600         CLOSE DICT-FILE
025700         DISPLAY "CPYDICT: LOADED " WS-ENTRY-COUNT
025800             " FIELD(S) FROM " WS-FILE-COUNT
025900             " COPYBOOK(S) INTO CPYDICT.IDX, " WS-SKIP-COUNT
026000             " COULD NOT BE OPENED"
026100     END-IF.
026200
026300 VALIDATE-DIR-PATH.
026400     MOVE "N" TO WS-BAD-CHAR-SW
026500     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DIR-PATH))
026600         TO WS-DIR-LEN
026700     PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
026800               UNTIL WS-CHAR-IDX > WS-DIR-LEN
026900         MOVE WS-DIR-PATH(WS-CHAR-IDX:1) TO WS-ONE-CHAR
027000         IF WS-ONE-CHAR NOT ALPHABETIC-UPPER
027100               AND WS-ONE-CHAR NOT ALPHABETIC-LOWER
027200               AND WS-ONE-CHAR NOT NUMERIC
027300               AND WS-ONE-CHAR NOT = "/"
027400               AND WS-ONE-CHAR NOT = "."
027500               AND WS-ONE-CHAR NOT = "_"
027600               AND WS-ONE-CHAR NOT = "-"
027700             SET WS-BAD-CHAR TO TRUE
027800         END-IF
027900     END-PERFORM.
028000
028100 LOAD-ONE-COPYBOOK.
028200     CALL "CPYPARSE" USING WS-COPYBOOK-PATH WS-FLD-TABLE
028300         WS-SIZING-RESULT WS-PARSE-DIALECT
028400     IF RESULT-FILE-ERROR
028500         ADD 1 TO WS-SKIP-COUNT
028600         DISPLAY "CPYDICT: " FUNCTION TRIM(WS-COPYBOOK-PATH)
028700             " COULD NOT BE OPENED - NOT LOADED"
028800     ELSE
028900         ADD 1 TO WS-FILE-COUNT
029000         PERFORM DERIVE-BASE-NAME
029100         MOVE SPACES TO WS-RECORD-NAME
029200         PERFORM VARYING WS-IDX FROM 1 BY 1
029300                   UNTIL WS-IDX > WS-FLD-COUNT
029400             PERFORM LOAD-ONE-FIELD
029500         END-PERFORM
029600     END-IF.
029700
029800 DERIVE-BASE-NAME.
029900     MOVE ZERO TO WS-SLASH-POS
030000     COMPUTE WS-PATH-LEN =
030100         FUNCTION LENGTH(FUNCTION TRIM(WS-COPYBOOK-PATH))
030200     PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
030300               UNTIL WS-PATH-IDX > WS-PATH-LEN
030400         IF WS-COPYBOOK-PATH(WS-PATH-IDX:1) = "/"
030500             MOVE WS-PATH-IDX TO WS-SLASH-POS
030600         END-IF
030700     END-PERFORM
030800     MOVE SPACES TO WS-BASE-NAME
030900     IF WS-PATH-LEN - WS-SLASH-POS > 0
031000       AND WS-PATH-LEN - WS-SLASH-POS <= 64
031100         MOVE WS-COPYBOOK-PATH(WS-SLASH-POS + 1:
031200             WS-PATH-LEN - WS-SLASH-POS) TO WS-BASE-NAME
031300     ELSE
031400         IF WS-PATH-LEN - WS-SLASH-POS > 64
031500             MOVE WS-COPYBOOK-PATH(WS-SLASH-POS + 1:64)
031600                  TO WS-BASE-NAME
031700         END-IF
031800     END-IF.
031900
032000* ONE FIELD TABLE ENTRY. THE 01 LEVEL IT FALLS UNDER IS KEPT
032100* WITH IT, SO A MEMBER HOLDING SEVERAL RECORDS SAYS WHICH ONE.
032200 LOAD-ONE-FIELD.
032300     IF FLD-LEVEL(WS-IDX) = 1
032400         MOVE FUNCTION UPPER-CASE(FLD-NAME(WS-IDX))
032500             TO WS-RECORD-NAME
032600     END-IF
032700     IF FLD-NAME(WS-IDX) NOT = SPACES
032800       AND FUNCTION UPPER-CASE(FLD-NAME(WS-IDX)) NOT = "FILLER"
032900         MOVE SPACES TO DICT-REC
033000         MOVE FUNCTION UPPER-CASE(FLD-NAME(WS-IDX))
033100             TO DICT-FIELD-NAME
033200         MOVE WS-BASE-NAME TO DICT-COPYBOOK
033300         MOVE WS-IDX TO DICT-FIELD-SEQ
033400         MOVE FLD-LEVEL(WS-IDX) TO DICT-LEVEL
033500         MOVE WS-RECORD-NAME TO DICT-RECORD-NAME
033600         MOVE FLD-PIC-STRING(WS-IDX) TO DICT-PIC-STRING
033700         PERFORM NORMALIZE-PIC
033800         MOVE FLD-USAGE(WS-IDX) TO DICT-USAGE
033900         MOVE FLD-IS-GROUP(WS-IDX) TO DICT-IS-GROUP
034000         MOVE FLD-ELEM-LEN(WS-IDX) TO DICT-ELEM-LEN
034100         MOVE FLD-LEN-MAX(WS-IDX) TO DICT-LEN-MAX
034200         MOVE FLD-OFFSET(WS-IDX) TO DICT-OFFSET
034300         MOVE FLD-OCCURS-MAX(WS-IDX) TO DICT-OCCURS-MAX
034400         MOVE FUNCTION UPPER-CASE(FLD-REDEFINES(WS-IDX))
034500             TO DICT-REDEFINES
034600         MOVE WS-TS-RAW(1:14) TO DICT-LOADED
034700         WRITE DICT-REC
034800         IF WS-DICT-STATUS = "00"
034900             ADD 1 TO WS-ENTRY-COUNT
035000         ELSE
035100             DISPLAY "CPYDICT: " FUNCTION TRIM(DICT-FIELD-NAME)
035200                 " IN " FUNCTION TRIM(WS-BASE-NAME)
035300                 " NOT LOADED (STATUS " WS-DICT-STATUS ")"
035400         END-IF
035500     END-IF.
035600
035700* WRITES DICT-PIC-STRING INTO DICT-PIC-NORM WITH EVERY RUN OF
035800* ONE SYMBOL AS THE SYMBOL AND A COUNT: S9(3)V99 BECOMES
035900* S9(3)V9(2), 999 AND 9(3) BOTH BECOME 9(3), X STAYS X.
036000 NORMALIZE-PIC.
036100     MOVE SPACES TO DICT-PIC-NORM
036200     MOVE FUNCTION UPPER-CASE(DICT-PIC-STRING) TO WS-PIC-IN
036300     IF WS-PIC-IN NOT = SPACES
036400         COMPUTE WS-PIC-LEN =
036500             FUNCTION LENGTH(FUNCTION TRIM(WS-PIC-IN))
036600         MOVE 1 TO WS-NORM-PTR
036700         MOVE SPACE TO WS-RUN-CHAR
036800         MOVE 0 TO WS-RUN-COUNT
036900         PERFORM VARYING WS-PIC-SCAN FROM 1 BY 1
037000                   UNTIL WS-PIC-SCAN > WS-PIC-LEN
037100             MOVE WS-PIC-IN(WS-PIC-SCAN:1) TO WS-PIC-CHAR
037200             IF WS-PIC-SCAN < WS-PIC-LEN
037300               AND WS-PIC-IN(WS-PIC-SCAN + 1:1) = "("
037400                 PERFORM COUNT-PIC-REPEAT
037500             ELSE
037600                 MOVE 1 TO WS-PIC-REPEAT
037700             END-IF
037800             IF WS-PIC-CHAR = WS-RUN-CHAR
037900                 ADD WS-PIC-REPEAT TO WS-RUN-COUNT
038000             ELSE
038100                 PERFORM FLUSH-PIC-RUN
038200                 MOVE WS-PIC-CHAR TO WS-RUN-CHAR
038300                 MOVE WS-PIC-REPEAT TO WS-RUN-COUNT
038400             END-IF
038500         END-PERFORM
038600         PERFORM FLUSH-PIC-RUN
038700     END-IF.
038800
038900* READS THE REPEAT COUNT "(N)" AFTER THE SYMBOL AT WS-PIC-SCAN
039000* AND LEAVES WS-PIC-SCAN ON THE CLOSING BRACKET.
039100 COUNT-PIC-REPEAT.
039200     MOVE 0 TO WS-PIC-REPEAT
039300     ADD 2 TO WS-PIC-SCAN
039400     PERFORM UNTIL WS-PIC-SCAN > WS-PIC-LEN
039500                OR WS-PIC-IN(WS-PIC-SCAN:1) = ")"
039600         IF WS-PIC-IN(WS-PIC-SCAN:1) IS NUMERIC
039700             COMPUTE WS-PIC-REPEAT = WS-PIC-REPEAT * 10
039800                 + FUNCTION NUMVAL(WS-PIC-IN(WS-PIC-SCAN:1))
039900         END-IF
040000         ADD 1 TO WS-PIC-SCAN
040100     END-PERFORM.
040200
040300 FLUSH-PIC-RUN.
040400     IF WS-RUN-COUNT = 1
040500         STRING WS-RUN-CHAR DELIMITED BY SIZE
040600             INTO DICT-PIC-NORM WITH POINTER WS-NORM-PTR
040700         END-STRING
040800     END-IF
040900     IF WS-RUN-COUNT > 1
041000         MOVE WS-RUN-COUNT TO WS-RUN-DISP
041100         STRING WS-RUN-CHAR "(" FUNCTION TRIM(WS-RUN-DISP) ")"
041200             DELIMITED BY SIZE
041300             INTO DICT-PIC-NORM WITH POINTER WS-NORM-PTR
041400         END-STRING
041500     END-IF.
041600
041700******************************************************************
041800*    INQUIRY AND CHECK
041900******************************************************************
042000
042100* EVERY DEFINITION OF ONE NAME (OR OF EVERY NAME WITH THE
042200* PREFIX), STARTING AT THE NAME IN THE KEY.
042300 FIELD-INQUIRY.
042400     MOVE "N" TO WS-PREFIX-SW
042500     COMPUTE WS-ASK-LEN =
042600         FUNCTION LENGTH(FUNCTION TRIM(WS-ASK-NAME))
042700     IF WS-ASK-NAME(WS-ASK-LEN:1) = "*"
042800         SET WS-PREFIX TO TRUE
042900         SUBTRACT 1 FROM WS-ASK-LEN
043000         MOVE SPACES TO WS-ASK-NAME(WS-ASK-LEN + 1:)
043100     END-IF
043200     OPEN INPUT DICT-FILE
043300     IF WS-DICT-STATUS NOT = "00"
043400         DISPLAY "CPYDICT: NO DICTIONARY (CPYDICT.IDX STATUS "
043500             WS-DICT-STATUS ") - RUN CPYDICT LOAD FIRST"
043600     ELSE
043700         PERFORM OPEN-DESTINATION
043800         MOVE SPACES TO WS-OUT-LINE
043900         STRING "FIELD-NAME INQUIRY - "
044000                FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-1))
044100                DELIMITED BY SIZE INTO WS-OUT-LINE
044200         PERFORM EMIT-LINE
044300         PERFORM WRITE-COLUMN-HEADINGS
044400         MOVE SPACES TO DICT-KEY
044500         MOVE WS-ASK-NAME TO DICT-FIELD-NAME
044600         MOVE ZERO TO DICT-FIELD-SEQ
044700         START DICT-FILE KEY NOT < DICT-KEY
044800             INVALID KEY
044900                 SET WS-EOF TO TRUE
045000         END-START
045100         MOVE SPACES TO WS-CUR-NAME
045200         PERFORM UNTIL WS-EOF
045300             READ DICT-FILE NEXT RECORD
045400                 AT END
045500                     SET WS-EOF TO TRUE
045600                 NOT AT END
045700                     PERFORM INQUIRY-ONE-RECORD
045800             END-READ
045900         END-PERFORM
046000         IF WS-CUR-NAME NOT = SPACES
046100             PERFORM FINISH-NAME-GROUP
046200         END-IF
046300         CLOSE DICT-FILE
046400         MOVE ALL "-" TO WS-OUT-LINE
046500         PERFORM EMIT-LINE
046600         MOVE SPACES TO WS-OUT-LINE
046700         IF WS-NAME-COUNT = 0
046800             STRING "NO DEFINITION OF "
046900                    FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-1))
047000                    " IN THE DICTIONARY"
047100                    DELIMITED BY SIZE INTO WS-OUT-LINE
047200         ELSE
047300             MOVE WS-NAME-COUNT TO WS-CNT-DISP
047400             STRING "NAMES=" FUNCTION TRIM(WS-CNT-DISP)
047500                    DELIMITED BY SIZE INTO WS-OUT-LINE
047600             MOVE WS-SHOWN-DEFS TO WS-CNT-DISP
047700             STRING FUNCTION TRIM(WS-OUT-LINE)
047800                    " DEFINITIONS=" FUNCTION TRIM(WS-CNT-DISP)
047900                    DELIMITED BY SIZE INTO WS-OUT-LINE
048000             MOVE WS-BAD-NAME-COUNT TO WS-CNT-DISP
048100             STRING FUNCTION TRIM(WS-OUT-LINE)
048200                    " INCONSISTENT=" FUNCTION TRIM(WS-CNT-DISP)
048300                    DELIMITED BY SIZE INTO WS-OUT-LINE
048400         END-IF
048500         PERFORM EMIT-LINE
048600         PERFORM CLOSE-DESTINATION
048700     END-IF.
048800
048900 INQUIRY-ONE-RECORD.
049000     IF (WS-PREFIX AND WS-ASK-LEN > 0
049100           AND DICT-FIELD-NAME(1:WS-ASK-LEN)
049200               NOT = WS-ASK-NAME(1:WS-ASK-LEN))
049300       OR (NOT WS-PREFIX AND DICT-FIELD-NAME NOT = WS-ASK-NAME)
049400         SET WS-EOF TO TRUE
049500     ELSE
049600         PERFORM GROUP-ONE-RECORD
049700     END-IF.
049800
049900* THE WHOLE DICTIONARY IN KEY ORDER - ONE NAME AT A TIME, AND
050000* ONLY THE NAMES WHOSE DEFINITIONS DISAGREE ARE LISTED.
050100 CONSISTENCY-REPORT.
050200     OPEN INPUT DICT-FILE
050300     IF WS-DICT-STATUS NOT = "00"
050400         DISPLAY "CPYDICT: NO DICTIONARY (CPYDICT.IDX STATUS "
050500             WS-DICT-STATUS ") - RUN CPYDICT LOAD FIRST"
050600     ELSE
050700         PERFORM OPEN-DESTINATION
050800         MOVE "FIELD-NAME CONSISTENCY - CPYDICT.IDX"
050900             TO WS-OUT-LINE
051000         PERFORM EMIT-LINE
051100         MOVE SPACES TO WS-TS-PRETTY
051200         MOVE 1 TO WS-CHECK-PASS
051300         PERFORM CHECK-ONE-PASS
051400         IF WS-WITHIN-COUNT > 0
051500             MOVE ALL "-" TO WS-OUT-LINE
051600             PERFORM EMIT-LINE
051700             MOVE SPACES TO WS-OUT-LINE
051800             STRING "DIFFERENT ONLY WITHIN ONE COPYBOOK - NOT A"
051900                    " CONFLICT BETWEEN MEMBERS"
052000                    DELIMITED BY SIZE INTO WS-OUT-LINE
052100             PERFORM EMIT-LINE
052200             MOVE 2 TO WS-CHECK-PASS
052300             MOVE "N" TO WS-EOF-SW
052400             OPEN INPUT DICT-FILE
052500             PERFORM CHECK-ONE-PASS
052600         END-IF
052700         MOVE ALL "-" TO WS-OUT-LINE
052800         PERFORM EMIT-LINE
052900         MOVE SPACES TO WS-OUT-LINE
053000         MOVE WS-NAME-COUNT TO WS-CNT-DISP
053100         STRING "NAMES=" FUNCTION TRIM(WS-CNT-DISP)
053200                DELIMITED BY SIZE INTO WS-OUT-LINE
053300         MOVE WS-SHARED-COUNT TO WS-CNT-DISP
053400         STRING FUNCTION TRIM(WS-OUT-LINE)
053500                " IN MORE THAN ONE COPYBOOK="
053600                FUNCTION TRIM(WS-CNT-DISP)
053700                DELIMITED BY SIZE INTO WS-OUT-LINE
053800         MOVE WS-BAD-NAME-COUNT TO WS-CNT-DISP
053900         STRING FUNCTION TRIM(WS-OUT-LINE)
054000                " INCONSISTENT=" FUNCTION TRIM(WS-CNT-DISP)
054100                DELIMITED BY SIZE INTO WS-OUT-LINE
054200         MOVE WS-WITHIN-COUNT TO WS-CNT-DISP
054300         STRING FUNCTION TRIM(WS-OUT-LINE)
054400                " DIFFERENT WITHIN ONE COPYBOOK="
054500                FUNCTION TRIM(WS-CNT-DISP)
054600                DELIMITED BY SIZE INTO WS-OUT-LINE
054700         PERFORM EMIT-LINE
054800         PERFORM CLOSE-DESTINATION
054900     END-IF.
055000
055100* ONE READ OF THE WHOLE DICTIONARY, WHICH IS OPEN ON ENTRY AND
055200* CLOSED ON EXIT.
055300 CHECK-ONE-PASS.
055400     MOVE SPACES TO WS-CUR-NAME
055500     PERFORM UNTIL WS-EOF
055600         READ DICT-FILE NEXT RECORD
055700             AT END
055800                 SET WS-EOF TO TRUE
055900             NOT AT END
056000                 IF WS-TS-PRETTY = SPACES
056100                     PERFORM WRITE-LOADED-LINE
056200                 END-IF
056300                 PERFORM GROUP-ONE-RECORD
056400         END-READ
056500     END-PERFORM
056600     IF WS-CUR-NAME NOT = SPACES
056700         PERFORM FINISH-NAME-GROUP
056800     END-IF
056900     CLOSE DICT-FILE.
057000
057100 WRITE-LOADED-LINE.
057200     STRING DICT-LOADED(1:4) "-" DICT-LOADED(5:2)
057300            "-" DICT-LOADED(7:2) " " DICT-LOADED(9:2)
057400            ":" DICT-LOADED(11:2) ":" DICT-LOADED(13:2)
057500            DELIMITED BY SIZE INTO WS-TS-PRETTY
057600     MOVE SPACES TO WS-OUT-LINE
057700     STRING "DICTIONARY LOADED " WS-TS-PRETTY
057800            DELIMITED BY SIZE INTO WS-OUT-LINE
057900     PERFORM EMIT-LINE
058000     PERFORM WRITE-COLUMN-HEADINGS.
058100
058200* RECORDS ARRIVE IN NAME ORDER; A NEW NAME CLOSES THE PREVIOUS
058300* ONE'S GROUP.
058400 GROUP-ONE-RECORD.
058500     IF DICT-FIELD-NAME NOT = WS-CUR-NAME
058600         IF WS-CUR-NAME NOT = SPACES
058700             PERFORM FINISH-NAME-GROUP
058800         END-IF
058900         MOVE DICT-FIELD-NAME TO WS-CUR-NAME
059000         MOVE SPACES TO WS-LAST-COPYBOOK
059100         MOVE 0 TO WS-DEF-COUNT WS-DEF-TOTAL WS-CPY-COUNT
059200         MOVE "N" TO WS-DIFF-PIC-SW WS-DIFF-USAGE-SW
059300                     WS-DIFF-LEN-SW WS-DIFF-WITHIN-SW
059400     END-IF
059500     ADD 1 TO WS-DEF-TOTAL
059600     IF DICT-COPYBOOK NOT = WS-LAST-COPYBOOK
059700         ADD 1 TO WS-CPY-COUNT
059800         MOVE DICT-COPYBOOK TO WS-LAST-COPYBOOK
059900     END-IF
060000     PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
060100               UNTIL WS-CMP-IDX > WS-DEF-COUNT
060200         PERFORM COMPARE-WITH-HELD
060300     END-PERFORM
060400     IF WS-DEF-COUNT < 200
060500         ADD 1 TO WS-DEF-COUNT
060600         MOVE DICT-COPYBOOK TO WS-DEF-COPYBOOK(WS-DEF-COUNT)
060700         MOVE DICT-RECORD-NAME TO WS-DEF-RECORD(WS-DEF-COUNT)
060800         MOVE DICT-LEVEL TO WS-DEF-LEVEL(WS-DEF-COUNT)
060900         MOVE DICT-OFFSET TO WS-DEF-OFFSET(WS-DEF-COUNT)
061000         MOVE DICT-ELEM-LEN TO WS-DEF-LEN(WS-DEF-COUNT)
061100         MOVE DICT-PIC-STRING TO WS-DEF-PIC(WS-DEF-COUNT)
061200         MOVE DICT-PIC-NORM TO WS-DEF-PIC-NORM(WS-DEF-COUNT)
061300         MOVE DICT-USAGE TO WS-DEF-USAGE(WS-DEF-COUNT)
061400         MOVE DICT-IS-GROUP TO WS-DEF-IS-GROUP(WS-DEF-COUNT)
061500         MOVE DICT-OCCURS-MAX TO WS-DEF-OCCURS(WS-DEF-COUNT)
061600     END-IF.
061700
061800* THE RECORD JUST READ AGAINST ONE HELD DEFINITION. ONLY A
061900* DIFFERENT COPYBOOK MAKES A CONFLICT BETWEEN MEMBERS.
062000 COMPARE-WITH-HELD.
062100     IF WS-DEF-COPYBOOK(WS-CMP-IDX) = DICT-COPYBOOK
062200         IF DICT-PIC-NORM NOT = WS-DEF-PIC-NORM(WS-CMP-IDX)
062300           OR DICT-USAGE NOT = WS-DEF-USAGE(WS-CMP-IDX)
062400           OR DICT-ELEM-LEN NOT = WS-DEF-LEN(WS-CMP-IDX)
062500             MOVE "Y" TO WS-DIFF-WITHIN-SW
062600         END-IF
062700     ELSE
062800         IF DICT-PIC-NORM NOT = WS-DEF-PIC-NORM(WS-CMP-IDX)
062900             MOVE "Y" TO WS-DIFF-PIC-SW
063000         END-IF
063100         IF DICT-USAGE NOT = WS-DEF-USAGE(WS-CMP-IDX)
063200             MOVE "Y" TO WS-DIFF-USAGE-SW
063300         END-IF
063400         IF DICT-ELEM-LEN NOT = WS-DEF-LEN(WS-CMP-IDX)
063500             MOVE "Y" TO WS-DIFF-LEN-SW
063600         END-IF
063700     END-IF.
063800
063900* THE FIRST PASS COUNTS EVERY NAME; CHECK LISTS ONLY CONFLICTS
064000* BETWEEN MEMBERS ON IT AND THE NAMES THAT DIFFER ONLY WITHIN
064100* ONE MEMBER ON ITS SECOND PASS.
064200 FINISH-NAME-GROUP.
064300     IF WS-CHECK-PASS = 2
064400         IF WS-DIFF-WITHIN-SW = "Y"
064500           AND WS-DIFF-PIC-SW = "N" AND WS-DIFF-USAGE-SW = "N"
064600           AND WS-DIFF-LEN-SW = "N"
064700             PERFORM WRITE-NAME-GROUP
064800         END-IF
064900     ELSE
065000         ADD 1 TO WS-NAME-COUNT
065100         IF WS-CPY-COUNT > 1
065200             ADD 1 TO WS-SHARED-COUNT
065300         END-IF
065400         EVALUATE TRUE
065500             WHEN WS-DIFF-PIC-SW = "Y" OR WS-DIFF-USAGE-SW = "Y"
065600               OR WS-DIFF-LEN-SW = "Y"
065700                 ADD 1 TO WS-BAD-NAME-COUNT
065800                 PERFORM WRITE-NAME-GROUP
065900             WHEN WS-DIFF-WITHIN-SW = "Y"
066000                 ADD 1 TO WS-WITHIN-COUNT
066100                 IF NOT WS-CHECK-MODE
066200                     PERFORM WRITE-NAME-GROUP
066300                 END-IF
066400             WHEN OTHER
066500                 IF NOT WS-CHECK-MODE
066600                     PERFORM WRITE-NAME-GROUP
066700                 END-IF
066800         END-EVALUATE
066900     END-IF.
067000
067100* THE NAME, HOW MANY DEFINITIONS AND MEMBERS, WHAT DIFFERS -
067200* THEN ONE LINE PER DEFINITION.
067300 WRITE-NAME-GROUP.
067400     MOVE SPACES TO WS-OUT-LINE
067500     MOVE WS-DEF-TOTAL TO WS-CNT-DISP
067600     STRING FUNCTION TRIM(WS-CUR-NAME)
067700            "  DEFINITIONS=" FUNCTION TRIM(WS-CNT-DISP)
067800            DELIMITED BY SIZE INTO WS-OUT-LINE
067900     MOVE WS-CPY-COUNT TO WS-CNT-DISP
068000     STRING FUNCTION TRIM(WS-OUT-LINE)
068100            " COPYBOOKS=" FUNCTION TRIM(WS-CNT-DISP)
068200            DELIMITED BY SIZE INTO WS-OUT-LINE
068300     IF WS-DIFF-PIC-SW = "Y" OR WS-DIFF-USAGE-SW = "Y"
068400       OR WS-DIFF-LEN-SW = "Y"
068500         STRING FUNCTION TRIM(WS-OUT-LINE)
068600                "  *** DIFFERS IN"
068700                DELIMITED BY SIZE INTO WS-OUT-LINE
068800         IF WS-DIFF-PIC-SW = "Y"
068900             STRING FUNCTION TRIM(WS-OUT-LINE) " PICTURE"
069000                    DELIMITED BY SIZE INTO WS-OUT-LINE
069100         END-IF
069200         IF WS-DIFF-USAGE-SW = "Y"
069300             STRING FUNCTION TRIM(WS-OUT-LINE) " USAGE"
069400                    DELIMITED BY SIZE INTO WS-OUT-LINE
069500         END-IF
069600         IF WS-DIFF-LEN-SW = "Y"
069700             STRING FUNCTION TRIM(WS-OUT-LINE) " LENGTH"
069800                    DELIMITED BY SIZE INTO WS-OUT-LINE
069900         END-IF
070000         STRING FUNCTION TRIM(WS-OUT-LINE) " ***"
070100                DELIMITED BY SIZE INTO WS-OUT-LINE
070200     END-IF
070300     IF WS-DIFF-WITHIN-SW = "Y"
070400         STRING FUNCTION TRIM(WS-OUT-LINE)
070500                "  DIFFERS WITHIN ONE COPYBOOK"
070600                DELIMITED BY SIZE INTO WS-OUT-LINE
070700     END-IF
070800     IF WS-DIFF-PIC-SW = "N" AND WS-DIFF-USAGE-SW = "N"
070900       AND WS-DIFF-LEN-SW = "N" AND WS-DIFF-WITHIN-SW = "N"
071000       AND WS-DEF-TOTAL > 1
071100         STRING FUNCTION TRIM(WS-OUT-LINE) "  CONSISTENT"
071200                DELIMITED BY SIZE INTO WS-OUT-LINE
071300     END-IF
071400     PERFORM EMIT-LINE
071500     PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
071600               UNTIL WS-DEF-IDX > WS-DEF-COUNT
071700         PERFORM WRITE-DEF-LINE
071800     END-PERFORM
071900     IF WS-DEF-TOTAL > WS-DEF-COUNT
072000         MOVE SPACES TO WS-OUT-LINE
072100         STRING "  ... FIRST " WS-DEF-COUNT
072200                " DEFINITIONS SHOWN"
072300                DELIMITED BY SIZE INTO WS-OUT-LINE
072400         PERFORM EMIT-LINE
072500     END-IF.
072600
072700 WRITE-DEF-LINE.
072800     ADD 1 TO WS-SHOWN-DEFS
072900     MOVE SPACES TO WS-OUT-LINE
073000     MOVE WS-DEF-COPYBOOK(WS-DEF-IDX) TO WS-OUT-LINE(3:30)
073100     MOVE WS-DEF-RECORD(WS-DEF-IDX) TO WS-OUT-LINE(34:24)
073200     MOVE WS-DEF-LEVEL(WS-DEF-IDX) TO WS-OUT-LINE(59:2)
073300     MOVE WS-DEF-OFFSET(WS-DEF-IDX) TO WS-OFF-DISP
073400     MOVE WS-OFF-DISP TO WS-OUT-LINE(62:6)
073500     MOVE WS-DEF-LEN(WS-DEF-IDX) TO WS-LEN-DISP
073600     MOVE WS-LEN-DISP TO WS-OUT-LINE(69:6)
073700     IF WS-DEF-IS-GROUP(WS-DEF-IDX) = "Y"
073800         MOVE "(GROUP)" TO WS-OUT-LINE(76:7)
073900     ELSE
074000         MOVE WS-DEF-PIC(WS-DEF-IDX) TO WS-OUT-LINE(76:24)
074100         MOVE WS-DEF-USAGE(WS-DEF-IDX) TO WS-OUT-LINE(101:8)
074200     END-IF
074300     IF WS-DEF-OCCURS(WS-DEF-IDX) > 0
074400         MOVE WS-DEF-OCCURS(WS-DEF-IDX) TO WS-OCC-DISP
074500         MOVE WS-OCC-DISP TO WS-OUT-LINE(110:5)
074600     END-IF
074700     PERFORM EMIT-LINE.
074800
074900 WRITE-COLUMN-HEADINGS.
075000     MOVE SPACES TO WS-OUT-LINE
075100     MOVE "COPYBOOK" TO WS-OUT-LINE(3:8)
075200     MOVE "RECORD" TO WS-OUT-LINE(34:6)
075300     MOVE "LV" TO WS-OUT-LINE(59:2)
075400     MOVE "OFFSET" TO WS-OUT-LINE(62:6)
075500     MOVE "LENGTH" TO WS-OUT-LINE(69:6)
075600     MOVE "PICTURE" TO WS-OUT-LINE(76:7)
075700     MOVE "USAGE" TO WS-OUT-LINE(101:5)
075800     MOVE "OCCURS" TO WS-OUT-LINE(109:6)
075900     PERFORM EMIT-LINE
076000     MOVE ALL "-" TO WS-OUT-LINE
076100     PERFORM EMIT-LINE.
076200
076300 OPEN-DESTINATION.
076400     IF WS-OUTPUT-PATH = SPACES OR WS-OUTPUT-PATH = "SYSOUT"
076500         MOVE "Y" TO WS-TO-SCREEN
076600     ELSE
076700         MOVE "N" TO WS-TO-SCREEN
076800         MOVE WS-OUTPUT-PATH TO WS-OUT-PATH
076900         OPEN OUTPUT RPT-OUT-FILE
077000     END-IF.
077100
077200 CLOSE-DESTINATION.
077300     IF WS-TO-SCREEN = "N"
077400         CLOSE RPT-OUT-FILE
077500     END-IF.
077600
077700 EMIT-LINE.
077800     IF WS-TO-SCREEN = "Y"
077900         DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING)
078000     ELSE
078100         MOVE WS-OUT-LINE TO RPT-OUT-REC
078200         WRITE RPT-OUT-REC
078300     END-IF.
