001300*    COLUMN 1 FOR COMMENTS. A MODE= CARD OPENS A STEP (AND RUNS
001400*    THE STEP BEFORE IT); THE OTHER CARDS FILL THE STEP'S
001500*    FIELDS:
001600*      MODE=      THE MENU MODE LETTER (1-6, 8, 9, A-H; MODE 7,
001700*                 THE BROWSER, IS A CRT SCREEN AND IS REFUSED)
001800*      COPYBOOK=  THE MAIN PATH (THE MENU'S COPYBOOK PROMPT)
001900*      COPYBOOK2= THE SECOND COPYBOOK (MODES 4, A, B, D)
002000*      DATAFILE=  THE DATA FILE (MODES 5, A, C, D, E, F, G, H)
002100*      DATAOUT=   THE OUTPUT DATA FILE (MODES A, D, E, G, H)
002200*      OUTPUT=    REPORT DESTINATION, DEFAULT SYSOUT; FOR MODE 6
002300*                 THE GENERATED DATA FILE, AS ON THE MENU
002400*      PROFILE=   SIZING PROFILE RMC/IBM, DEFAULT RMC
002500*      FORMAT=    EXPORT FORMAT FOR MODE 3, DEFAULT CSV
002600*      COUNT=     RECORD COUNT FOR MODE 6
002700*      OVERRIDE=  OVERRIDE FILE FOR MODE 6
002800*      RULES=     RECORD-TYPE RULES FILE (MODES 5, 6, A, F, H)
002900*      ORG=       SEQ/IDX/REL FOR MODE 5, DEFAULT SEQ
003000*      ENCODING=  ASCII/EBCDIC (MODES 5, A, C, D, F, G, H),
003100*                 DEFAULT ASCII
003200*      KEYFIELD=  THE KEY FIELD FOR MODE D
003300*      CONDITIONS= THE CONDITIONS FILE FOR MODE E
003400*      CSVFILE=   THE CSV FILE FOR MODE F
003500*      DIRECTION= UNLOAD/RELOAD FOR MODE F, DEFAULT UNLOAD
003600*      SORTKEYS=  THE SORT FIELDS FOR MODE G (NAME [DESC], ...)
003700*      DUPKEYS=   KEEP/REPORT/DROP FOR MODE G, DEFAULT KEEP
003800*      MASKRULES= THE MASKING RULES FILE FOR MODE H
003900*      CONTINUE=Y LETS THE JOB CARRY ON PAST THIS STEP FAILING
004000*    FIELDS RESET TO THEIR DEFAULTS AT EVERY MODE= CARD.
004100*
004200*    A STEP FAILS WHEN THE MODE LETTER IS NOT ONE OF THE MENU'S
004300*    (A MISTYPED MODE= CARD MUST NOT SILENTLY RUN SOMETHING
004400*    ELSE), WHEN A REQUIRED CARD IS MISSING, WHEN MODE 1'S
004500*    SIZING CANNOT OPEN THE COPYBOOK, WHEN MODE 5'S VALIDATION
004600*    COMES BACK FAIL OR NEVER RAN, OR WHEN MODE 8 REPORTS LINT
004700*    ERRORS - THE OUTCOMES THE CALLED PROGRAMS REPORT BACK.
004800*    OTHER MODES REPORT THEIR PROBLEMS ON THEIR OWN OUTPUT AND
004900*    COUNT AS RUN. THE FIRST FAILED STEP STOPS THE JOB UNLESS
005000*    ITS CONTINUE=Y CARD SAYS OTHERWISE, AND THE JOB ENDS WITH
005100*    RETURN CODE 8 IF ANYTHING FAILED (12 FOR A MISSING CARD
005200*    FILE), 0 OTHERWISE - SOMETHING THE SCHEDULER CAN TEST.
005300*
005400*    A STEP ALSO FAILS, BEFORE IT RUNS, WHEN THE USER THE JOB
005500*    RUNS UNDER MAY NOT RUN ITS MODE LETTER OR USE ONE OF ITS
005600*    DATA FILES (DATAFILE=, DATAOUT=, CSVFILE=, AND OUTPUT= FOR
005700*    MODE 6) ACCORDING TO THE AUTHORIZATION FILE - THE SAME
005800*    CPYAUTH CHECKS THE MENU MAKES. THE REFUSAL IS THE STEP'S
005900*    FAILURE REASON AND IS ALSO LOGGED TO CPYSEC.LOG.
006000*
006100*    EVERY STEP IS LOGGED TO <CARDFILE>.LOG WITH ITS START AND
006200*    END TIMESTAMPS AND STATUS. INVOCATION: CARD FILE PATH AS
006300*    THE COMMAND-LINE ARGUMENT, DEFAULT CPYJOB.CRD.
006400*
006500*    MODIFICATION HISTORY
006600*    2026-09-02  INITIAL VERSION.
006700*    2026-09-02  AN UNKNOWN MODE LETTER FAILS THE STEP INSTEAD
006800*                OF FALLING THROUGH TO THE QUICK TOTAL.
006900*    2026-10-15  MODE F (CSV UNLOAD/RELOAD VIA CPYCSV) WITH NEW
007000*                CSVFILE= AND DIRECTION= CARDS.
007100*    2026-10-15  MODE G (RECORD SORT VIA CPYSORT) WITH NEW
007200*                SORTKEYS= AND DUPKEYS= CARDS.
007300*    2026-10-15  MODE H (TEST-DATA MASKING VIA CPYMASK) WITH A NEW
007400*                MASKRULES= CARD.
007500*    2026-10-15  EACH STEP'S MODE AND DATA FILES ARE CHECKED
007600*                AGAINST THE AUTHORIZATION FILE (CPYAUTH) BEFORE
007700*                IT RUNS; A REFUSAL FAILS THE STEP.
007800*    2026-10-15  MODE D TAKES THE ENCODING= CARD.
007900******************************************************************
008000 IDENTIFICATION DIVISION.
008100 PROGRAM-ID. CPYJOB.
008200 DATE-WRITTEN. 26/09/02.
008300 AUTHOR SYSTEMS.
008400 ENVIRONMENT DIVISION.
008500 CONFIGURATION SECTION.
008600 SOURCE-COMPUTER. RM-COBOL.
008700 OBJECT-COMPUTER. RM-COBOL.
008800 INPUT-OUTPUT SECTION.
008900 FILE-CONTROL.
009000     SELECT CRD-FILE ASSIGN TO DYNAMIC WS-CRD-PATH
009100         ORGANIZATION LINE SEQUENTIAL
009200         FILE STATUS IS WS-CRD-STATUS.
009300     SELECT LOG-FILE ASSIGN TO DYNAMIC WS-LOG-PATH
009400         ORGANIZATION LINE SEQUENTIAL
009500         FILE STATUS IS WS-LOG-STATUS.
009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  CRD-FILE.
009900 01  CRD-REC                              PIC X(250).
010000 FD  LOG-FILE.
010100 01  LOG-REC                              PIC X(250).
010200 WORKING-STORAGE SECTION.
010300 01  WS-COMMAND-LINE-FULL                 PIC X(300).
010400 01  WS-CRD-PATH                          PIC X(200) VALUE SPACES.
010500 01  WS-CRD-STATUS                        PIC XX.
010600 01  WS-LOG-PATH                          PIC X(200) VALUE SPACES.
010700 01  WS-LOG-STATUS                        PIC XX.
010800 01  WS-EOF-SW                            PIC X VALUE "N".
010900     88 WS-EOF                            VALUE "Y".
011000 01  WS-CRD-LINE                          PIC X(250).
011100 01  WS-KEYWORD                           PIC X(20).
011200 01  WS-KEYVALUE                          PIC X(200).
011300 01  WS-OUT-LINE                          PIC X(250).
011400 01  WS-TS-RAW                            PIC X(21).
011500 01  WS-STEP-NO                           PIC 9(3) VALUE ZERO.
011600 01  WS-FAIL-COUNT                        PIC 9(3) VALUE ZERO.
011700 01  WS-RUN-COUNT                         PIC 9(3) VALUE ZERO.
011800 01  WS-STOP-SW                           PIC X VALUE "N".
011900     88 WS-JOB-STOPPED                    VALUE "Y".
012000 01  WS-STEP-OPEN-SW                      PIC X VALUE "N".
012100 01  WS-STEP-FAIL-SW                      PIC X.
012200 01  WS-STEP-REASON                       PIC X(80).
012300
012400* THE STEP'S FIELDS - THE SAME ONES THE MENU COLLECTS, RESET TO
012500* THEIR DEFAULTS AT EVERY MODE= CARD.
012600 01  WS-STEP-MODE                         PIC X.
012700 01  WS-STEP-PATH                         PIC X(200).
012800 01  WS-STEP-PATH-B                       PIC X(200).
012900 01  WS-STEP-DATA                         PIC X(200).
013000 01  WS-STEP-DATA-OUT                     PIC X(200).
013100 01  WS-STEP-OUTPUT                       PIC X(200).
013200 01  WS-STEP-DIALECT                      PIC X(8).
013300 01  WS-STEP-FORMAT                       PIC X(4).
013400 01  WS-STEP-COUNT                        PIC X(6).
013500 01  WS-STEP-OVR                          PIC X(200).
013600 01  WS-STEP-RULES                        PIC X(200).
013700 01  WS-STEP-ORG                          PIC X(4).
013800 01  WS-STEP-ENC                          PIC X(8).
013900 01  WS-STEP-KEY                          PIC X(35).
014000 01  WS-STEP-COND                         PIC X(200).
014100 01  WS-STEP-CSV                          PIC X(200).
014200 01  WS-STEP-DIRECTION                    PIC X(8).
014300 01  WS-STEP-SORT-KEYS                    PIC X(200).
014400 01  WS-STEP-DUP                          PIC X(8).
014500 01  WS-STEP-MASK                         PIC X(200).
014600 01  WS-STEP-CONT                         PIC X.
014700
014800 01  WS-QUICK-LINE                        PIC X(200).
014900
015000     COPY "FLDTAB.cpy".
015100     COPY "SIZERES.cpy".
015200     COPY "LINTRES.cpy".
015300     COPY "VERIFRES.cpy".
015400     COPY "AUTHRES.cpy".
015500
015600 PROCEDURE DIVISION.
015700
015800 MAIN-JOB.
015900     ACCEPT WS-COMMAND-LINE-FULL FROM COMMAND-LINE
016000     UNSTRING WS-COMMAND-LINE-FULL DELIMITED BY ALL SPACES
016100         INTO WS-CRD-PATH
016200     END-UNSTRING
016300     IF WS-CRD-PATH = SPACES
016400         MOVE "CPYJOB.CRD" TO WS-CRD-PATH
016500     END-IF
016600     STRING FUNCTION TRIM(WS-CRD-PATH) ".LOG"
016700         DELIMITED BY SIZE INTO WS-LOG-PATH
016800     OPEN INPUT CRD-FILE
016900     IF WS-CRD-STATUS NOT = "00"
017000         DISPLAY "CPYJOB: UNABLE TO OPEN CARD FILE "
017100             FUNCTION TRIM(WS-CRD-PATH)
017200         MOVE 12 TO RETURN-CODE
017300         STOP RUN
017400     END-IF
017500     OPEN OUTPUT LOG-FILE
017600     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW
017700     MOVE SPACES TO WS-OUT-LINE
017800     STRING "JOB " FUNCTION TRIM(WS-CRD-PATH)
017900            " STARTED " WS-TS-RAW(1:8) "T" WS-TS-RAW(9:6)
018000            DELIMITED BY SIZE INTO WS-OUT-LINE
018100     PERFORM EMIT-LOG
018200     PERFORM UNTIL WS-EOF OR WS-JOB-STOPPED
018300         READ CRD-FILE INTO WS-CRD-LINE
018400             AT END
018500                 SET WS-EOF TO TRUE
018600             NOT AT END
018700                 PERFORM PROCESS-ONE-CARD
018800         END-READ
018900     END-PERFORM
019000     IF WS-STEP-OPEN-SW = "Y" AND NOT WS-JOB-STOPPED
019100         PERFORM RUN-STEP
019200     END-IF
019300     CLOSE CRD-FILE
019400     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW
019500     MOVE SPACES TO WS-OUT-LINE
019600     STRING "JOB ENDED " WS-TS-RAW(1:8) "T" WS-TS-RAW(9:6)
019700            " STEPS RUN=" WS-RUN-COUNT
019800            " FAILED=" WS-FAIL-COUNT
019900            DELIMITED BY SIZE INTO WS-OUT-LINE
020000     PERFORM EMIT-LOG
020100     IF WS-JOB-STOPPED
020200         MOVE "JOB STOPPED AT THE FIRST FAILED STEP"
020300             TO WS-OUT-LINE
020400         PERFORM EMIT-LOG
020500     END-IF
020600     CLOSE LOG-FILE
020700     IF WS-FAIL-COUNT > 0
020800         MOVE 8 TO RETURN-CODE
020900     ELSE
021000         MOVE 0 TO RETURN-CODE
021100     END-IF
021200     STOP RUN.
021300
021400 EMIT-LOG.
021500     MOVE WS-OUT-LINE TO LOG-REC
021600     WRITE LOG-REC
021700     DISPLAY FUNCTION TRIM(WS-OUT-LINE).
021800
021900 PROCESS-ONE-CARD.
022000     IF WS-CRD-LINE = SPACES OR WS-CRD-LINE(1:1) = "#"
022100         CONTINUE
022200     ELSE
022300         MOVE SPACES TO WS-KEYWORD WS-KEYVALUE
022400         UNSTRING WS-CRD-LINE DELIMITED BY "="
022500             INTO WS-KEYWORD WS-KEYVALUE
022600         END-UNSTRING
022700         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KEYWORD))
022800              TO WS-KEYWORD
022900         IF WS-KEYWORD = "MODE"
023000             IF WS-STEP-OPEN-SW = "Y"
023100                 PERFORM RUN-STEP
023200             END-IF
023300             IF NOT WS-JOB-STOPPED
023400                 PERFORM RESET-STEP-FIELDS
023500                 MOVE FUNCTION UPPER-CASE(
023600                     FUNCTION TRIM(WS-KEYVALUE)) TO WS-STEP-MODE
023700                 MOVE "Y" TO WS-STEP-OPEN-SW
023800             END-IF
023900         ELSE
024000             PERFORM STORE-STEP-FIELD
024100         END-IF
024200     END-IF.
024300
024400 RESET-STEP-FIELDS.
024500     MOVE SPACES TO WS-STEP-MODE WS-STEP-PATH WS-STEP-PATH-B
024600                    WS-STEP-DATA WS-STEP-DATA-OUT
024700                    WS-STEP-COUNT WS-STEP-OVR WS-STEP-RULES
024800                    WS-STEP-KEY WS-STEP-COND WS-STEP-CSV
024900                    WS-STEP-SORT-KEYS WS-STEP-MASK
025000     MOVE "SYSOUT" TO WS-STEP-OUTPUT
025100     MOVE "UNLOAD" TO WS-STEP-DIRECTION
025200     MOVE "KEEP" TO WS-STEP-DUP
025300     MOVE "RMC" TO WS-STEP-DIALECT
025400     MOVE "CSV " TO WS-STEP-FORMAT
025500     MOVE "SEQ" TO WS-STEP-ORG
025600     MOVE "ASCII" TO WS-STEP-ENC
025700     MOVE "N" TO WS-STEP-CONT.
025800
025900 STORE-STEP-FIELD.
026000     EVALUATE WS-KEYWORD
026100         WHEN "COPYBOOK"
026200             MOVE FUNCTION TRIM(WS-KEYVALUE) TO WS-STEP-PATH
026300         WHEN "COPYBOOK2"
026400             MOVE FUNCTION TRIM(WS-KEYVALUE) TO WS-STEP-PATH-B
026500         WHEN "DATAFILE"
026600             MOVE FUNCTION TRIM(WS-KEYVALUE) TO WS-STEP-DATA
026700         WHEN "DATAOUT"
026800             MOVE FUNCTION TRIM(WS-KEYVALUE)
026900                  TO WS-STEP-DATA-OUT
027000         WHEN "OUTPUT"
027100             MOVE FUNCTION TRIM(WS-KEYVALUE) TO WS-STEP-OUTPUT
027200         WHEN "PROFILE"
027300             MOVE FUNCTION UPPER-CASE(
027400                 FUNCTION TRIM(WS-KEYVALUE)) TO WS-STEP-DIALECT
027500         WHEN "FORMAT"
027600             MOVE FUNCTION UPPER-CASE(
027700                 FUNCTION TRIM(WS-KEYVALUE)) TO WS-STEP-FORMAT
027800         WHEN "COUNT"
027900             MOVE FUNCTION TRIM(WS-KEYVALUE) TO WS-STEP-COUNT
028000         WHEN "OVERRIDE"
028100             MOVE FUNCTION TRIM(WS-KEYVALUE) TO WS-STEP-OVR
028200         WHEN "RULES"
028300             MOVE FUNCTION TRIM(WS-KEYVALUE) TO WS-STEP-RULES
028400         WHEN "ORG"
028500             MOVE FUNCTION UPPER-CASE(
028600                 FUNCTION TRIM(WS-KEYVALUE)) TO WS-STEP-ORG
028700         WHEN "ENCODING"
028800             MOVE FUNCTION UPPER-CASE(
028900                 FUNCTION TRIM(WS-KEYVALUE)) TO WS-STEP-ENC
029000         WHEN "KEYFIELD"
029100             MOVE FUNCTION TRIM(WS-KEYVALUE) TO WS-STEP-KEY
029200         WHEN "CONDITIONS"
029300             MOVE FUNCTION TRIM(WS-KEYVALUE) TO WS-STEP-COND
029400         WHEN "CSVFILE"
029500             MOVE FUNCTION TRIM(WS-KEYVALUE) TO WS-STEP-CSV
029600         WHEN "DIRECTION"
029700             MOVE FUNCTION UPPER-CASE(
029800                 FUNCTION TRIM(WS-KEYVALUE)) TO WS-STEP-DIRECTION
029900         WHEN "SORTKEYS"
030000             MOVE FUNCTION TRIM(WS-KEYVALUE) TO WS-STEP-SORT-KEYS
030100         WHEN "DUPKEYS"
030200             MOVE FUNCTION UPPER-CASE(
030300                 FUNCTION TRIM(WS-KEYVALUE)) TO WS-STEP-DUP
030400         WHEN "MASKRULES"
030500             MOVE FUNCTION TRIM(WS-KEYVALUE) TO WS-STEP-MASK
030600         WHEN "CONTINUE"
030700             MOVE FUNCTION UPPER-CASE(WS-KEYVALUE(1:1))
030800                  TO WS-STEP-CONT
030900         WHEN OTHER
031000             MOVE SPACES TO WS-OUT-LINE
031100             STRING "UNKNOWN CARD IGNORED: "
031200                    FUNCTION TRIM(WS-CRD-LINE)
031300                    DELIMITED BY SIZE INTO WS-OUT-LINE
031400             PERFORM EMIT-LOG
031500     END-EVALUATE.
031600
031700 RUN-STEP.
031800     MOVE "N" TO WS-STEP-OPEN-SW
031900     ADD 1 TO WS-STEP-NO
032000     ADD 1 TO WS-RUN-COUNT
032100     MOVE "N" TO WS-STEP-FAIL-SW
032200     MOVE SPACES TO WS-STEP-REASON
032300     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW
032400     MOVE SPACES TO WS-OUT-LINE
032500     STRING "STEP " WS-STEP-NO " MODE=" WS-STEP-MODE
032600            " COPYBOOK=" FUNCTION TRIM(WS-STEP-PATH)
032700            " STARTED " WS-TS-RAW(1:8) "T" WS-TS-RAW(9:6)
032800            DELIMITED BY SIZE INTO WS-OUT-LINE
032900            ON OVERFLOW
033000                CONTINUE
033100     END-STRING
033200     PERFORM EMIT-LOG
033300     PERFORM CHECK-REQUIRED-CARDS
033400     IF WS-STEP-FAIL-SW = "N"
033500         PERFORM CHECK-STEP-AUTHORIZED
033600     END-IF
033700     IF WS-STEP-FAIL-SW = "N"
033800         PERFORM EXECUTE-STEP
033900     END-IF
034000     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW
034100     MOVE SPACES TO WS-OUT-LINE
034200     IF WS-STEP-FAIL-SW = "Y"
034300         ADD 1 TO WS-FAIL-COUNT
034400         STRING "STEP " WS-STEP-NO " ENDED "
034500                WS-TS-RAW(1:8) "T" WS-TS-RAW(9:6)
034600                " STATUS=FAILED - "
034700                FUNCTION TRIM(WS-STEP-REASON)
034800                DELIMITED BY SIZE INTO WS-OUT-LINE
034900         PERFORM EMIT-LOG
035000         IF WS-STEP-CONT NOT = "Y"
035100             SET WS-JOB-STOPPED TO TRUE
035200         END-IF
035300     ELSE
035400         STRING "STEP " WS-STEP-NO " ENDED "
035500                WS-TS-RAW(1:8) "T" WS-TS-RAW(9:6)
035600                " STATUS=OK"
035700                DELIMITED BY SIZE INTO WS-OUT-LINE
035800         PERFORM EMIT-LOG
035900     END-IF.
036000
036100* EVERY MODE NEEDS ITS COPYBOOK; THE REST FOLLOWS THE PROMPTS
036200* THE MENU WOULD HAVE INSISTED ON.
036300 CHECK-REQUIRED-CARDS.
036400     IF WS-STEP-MODE = "7"
036500         MOVE "Y" TO WS-STEP-FAIL-SW
036600         MOVE "MODE 7 IS THE CRT BROWSER - NOT RUNNABLE"
036700             TO WS-STEP-REASON
036800     END-IF
036900     IF WS-STEP-FAIL-SW = "N"
037000*        A MISTYPED MODE= CARD MUST FAIL THE STEP - SILENTLY
037100*        RUNNING SOMETHING ELSE IS NO USE TO A SCHEDULER.
037200         EVALUATE WS-STEP-MODE
037300             WHEN "1" WHEN "2" WHEN "3" WHEN "4" WHEN "5"
037400             WHEN "6" WHEN "8" WHEN "9" WHEN "A" WHEN "B"
037500             WHEN "C" WHEN "D" WHEN "E" WHEN "F" WHEN "G"
037600             WHEN "H"
037700                 CONTINUE
037800             WHEN OTHER
037900                 MOVE "Y" TO WS-STEP-FAIL-SW
038000                 MOVE SPACES TO WS-STEP-REASON
038100                 STRING "MODE '" WS-STEP-MODE
038200                        "' IS NOT A MENU MODE (1-6, 8, 9, A-H)"
038300                        DELIMITED BY SIZE INTO WS-STEP-REASON
038400         END-EVALUATE
038500     END-IF
038600     IF WS-STEP-FAIL-SW = "N" AND WS-STEP-PATH = SPACES
038700         MOVE "Y" TO WS-STEP-FAIL-SW
038800         MOVE "COPYBOOK= CARD IS MISSING" TO WS-STEP-REASON
038900     END-IF
039000     IF WS-STEP-FAIL-SW = "N"
039100       AND (WS-STEP-MODE = "4" OR WS-STEP-MODE = "A"
039200         OR WS-STEP-MODE = "B" OR WS-STEP-MODE = "D")
039300       AND WS-STEP-PATH-B = SPACES
039400         MOVE "Y" TO WS-STEP-FAIL-SW
039500         MOVE "COPYBOOK2= CARD IS MISSING" TO WS-STEP-REASON
039600     END-IF
039700     IF WS-STEP-FAIL-SW = "N"
039800       AND (WS-STEP-MODE = "5" OR WS-STEP-MODE = "A"
039900         OR WS-STEP-MODE = "C" OR WS-STEP-MODE = "D"
040000         OR WS-STEP-MODE = "E" OR WS-STEP-MODE = "F"
040100         OR WS-STEP-MODE = "G" OR WS-STEP-MODE = "H")
040200       AND WS-STEP-DATA = SPACES
040300         MOVE "Y" TO WS-STEP-FAIL-SW
040400         MOVE "DATAFILE= CARD IS MISSING" TO WS-STEP-REASON
040500     END-IF
040600     IF WS-STEP-FAIL-SW = "N"
040700       AND (WS-STEP-MODE = "A" OR WS-STEP-MODE = "D"
040800         OR WS-STEP-MODE = "E" OR WS-STEP-MODE = "G"
040900         OR WS-STEP-MODE = "H")
041000       AND WS-STEP-DATA-OUT = SPACES
041100         MOVE "Y" TO WS-STEP-FAIL-SW
041200         MOVE "DATAOUT= CARD IS MISSING" TO WS-STEP-REASON
041300     END-IF
041400     IF WS-STEP-FAIL-SW = "N" AND WS-STEP-MODE = "6"
041500       AND (WS-STEP-OUTPUT = SPACES
041600         OR WS-STEP-OUTPUT = "SYSOUT")
041700         MOVE "Y" TO WS-STEP-FAIL-SW
041800         MOVE "MODE 6 NEEDS OUTPUT= NAMING THE DATA FILE"
041900             TO WS-STEP-REASON
042000     END-IF
042100     IF WS-STEP-FAIL-SW = "N" AND WS-STEP-MODE = "D"
042200       AND WS-STEP-KEY = SPACES
042300         MOVE "Y" TO WS-STEP-FAIL-SW
042400         MOVE "KEYFIELD= CARD IS MISSING" TO WS-STEP-REASON
042500     END-IF
042600     IF WS-STEP-FAIL-SW = "N" AND WS-STEP-MODE = "E"
042700       AND WS-STEP-COND = SPACES
042800         MOVE "Y" TO WS-STEP-FAIL-SW
042900         MOVE "CONDITIONS= CARD IS MISSING" TO WS-STEP-REASON
043000     END-IF
043100     IF WS-STEP-FAIL-SW = "N" AND WS-STEP-MODE = "F"
043200       AND WS-STEP-CSV = SPACES
043300         MOVE "Y" TO WS-STEP-FAIL-SW
043400         MOVE "CSVFILE= CARD IS MISSING" TO WS-STEP-REASON
043500     END-IF
043600     IF WS-STEP-FAIL-SW = "N" AND WS-STEP-MODE = "G"
043700       AND WS-STEP-SORT-KEYS = SPACES
043800         MOVE "Y" TO WS-STEP-FAIL-SW
043900         MOVE "SORTKEYS= CARD IS MISSING" TO WS-STEP-REASON
044000     END-IF
044100     IF WS-STEP-FAIL-SW = "N" AND WS-STEP-MODE = "H"
044200       AND WS-STEP-MASK = SPACES
044300         MOVE "Y" TO WS-STEP-FAIL-SW
044400         MOVE "MASKRULES= CARD IS MISSING" TO WS-STEP-REASON
044500     END-IF.
044600
044700* THE MODE LETTER, THEN EACH DATA FILE THE STEP NAMES, PUT TO
044800* CPYAUTH UNDER THE JOB'S USER - THE FIRST REFUSAL FAILS THE
044900* STEP WITH CPYAUTH'S MESSAGE AS THE REASON.
045000 CHECK-STEP-AUTHORIZED.
045100     MOVE "CPYJOB" TO WS-AUTH-PROGRAM
045200     MOVE "MODE" TO WS-AUTH-CHECK
045300     MOVE WS-STEP-MODE TO WS-AUTH-MODE
045400     CALL "CPYAUTH" USING WS-AUTH-AREA
045500     IF AUTH-GRANTED AND WS-STEP-DATA NOT = SPACES
045600         MOVE WS-STEP-DATA TO WS-AUTH-PATH
045700         PERFORM CHECK-STEP-PATH
045800     END-IF
045900     IF AUTH-GRANTED AND WS-STEP-DATA-OUT NOT = SPACES
046000         MOVE WS-STEP-DATA-OUT TO WS-AUTH-PATH
046100         PERFORM CHECK-STEP-PATH
046200     END-IF
046300     IF AUTH-GRANTED AND WS-STEP-CSV NOT = SPACES
046400         MOVE WS-STEP-CSV TO WS-AUTH-PATH
046500         PERFORM CHECK-STEP-PATH
046600     END-IF
046700     IF AUTH-GRANTED AND WS-STEP-MODE = "6"
046800         MOVE WS-STEP-OUTPUT TO WS-AUTH-PATH
046900         PERFORM CHECK-STEP-PATH
047000     END-IF
047100     IF NOT AUTH-GRANTED
047200         MOVE "Y" TO WS-STEP-FAIL-SW
047300         MOVE SPACES TO WS-STEP-REASON
047400         STRING "NOT AUTHORIZED - "
047500                FUNCTION TRIM(WS-AUTH-MESSAGE)
047600                DELIMITED BY SIZE INTO WS-STEP-REASON
047700                ON OVERFLOW
047800                    CONTINUE
047900         END-STRING
048000     END-IF.
048100
048200 CHECK-STEP-PATH.
048300     MOVE "PATH" TO WS-AUTH-CHECK
048400     CALL "CPYAUTH" USING WS-AUTH-AREA.
048500
048600* THE SAME CALLS SALUTTOUS'S RUN-SIZING MAKES, FED FROM THE
048700* CARDS INSTEAD OF THE PROMPTS.
048800 EXECUTE-STEP.
048900     EVALUATE WS-STEP-MODE
049000         WHEN "2"
049100             CALL "CPYRPT" USING WS-STEP-PATH WS-STEP-OUTPUT
049200                 WS-STEP-DIALECT
049300         WHEN "3"
049400             CALL "CPYEXP" USING WS-STEP-PATH WS-STEP-FORMAT
049500                 WS-STEP-OUTPUT WS-STEP-DIALECT
049600         WHEN "4"
049700             CALL "CPYDIFF" USING WS-STEP-PATH WS-STEP-PATH-B
049800                 WS-STEP-OUTPUT WS-STEP-DIALECT
049900         WHEN "5"
050000             CALL "CPYVERIF" USING WS-STEP-PATH WS-STEP-DATA
050100                 WS-STEP-OUTPUT WS-STEP-RULES WS-STEP-ORG
050200                 WS-STEP-ENC WS-VERIF-RESULT
050300             IF NOT VERIF-PASS
050400                 MOVE "Y" TO WS-STEP-FAIL-SW
050500                 IF VERIF-NOT-RUN
050600                     MOVE "VALIDATION COULD NOT RUN"
050700                         TO WS-STEP-REASON
050800                 ELSE
050900                     MOVE "VALIDATION REPORTED EXCEPTIONS"
051000                         TO WS-STEP-REASON
051100                 END-IF
051200             END-IF
051300         WHEN "6"
051400             CALL "CPYGEN" USING WS-STEP-PATH WS-STEP-COUNT
051500                 WS-STEP-OVR WS-STEP-OUTPUT WS-STEP-RULES
051600         WHEN "8"
051700             PERFORM RUN-STEP-LINT
051800         WHEN "9"
051900             CALL "CPYHIST" USING WS-STEP-PATH WS-STEP-OUTPUT
052000         WHEN "A"
052100             CALL "CPYCONV" USING WS-STEP-PATH WS-STEP-PATH-B
052200                 WS-STEP-DATA WS-STEP-DATA-OUT WS-STEP-OUTPUT
052300                 WS-STEP-RULES WS-STEP-ENC
052400         WHEN "B"
052500             CALL "CPYIMP" USING WS-STEP-PATH WS-STEP-PATH-B
052600                 WS-STEP-OUTPUT
052700         WHEN "C"
052800             CALL "CPYPROF" USING WS-STEP-PATH WS-STEP-DATA
052900                 WS-STEP-OUTPUT WS-STEP-ENC
053000         WHEN "D"
053100             CALL "CPYRECON" USING WS-STEP-PATH WS-STEP-PATH-B
053200                 WS-STEP-DATA WS-STEP-DATA-OUT WS-STEP-KEY
053300                 WS-STEP-ENC WS-STEP-OUTPUT
053400         WHEN "E"
053500             CALL "CPYSCAN" USING WS-STEP-PATH WS-STEP-DATA
053600                 WS-STEP-COND WS-STEP-DATA-OUT WS-STEP-OUTPUT
053700         WHEN "F"
053800             CALL "CPYCSV" USING WS-STEP-PATH WS-STEP-DATA
053900                 WS-STEP-CSV WS-STEP-DIRECTION WS-STEP-RULES
054000                 WS-STEP-ENC WS-STEP-OUTPUT
054100         WHEN "G"
054200             CALL "CPYSORT" USING WS-STEP-PATH WS-STEP-DATA
054300                 WS-STEP-SORT-KEYS WS-STEP-DUP WS-STEP-DATA-OUT
054400                 WS-STEP-ENC WS-STEP-OUTPUT
054500         WHEN "H"
054600             CALL "CPYMASK" USING WS-STEP-PATH WS-STEP-DATA
054700                 WS-STEP-MASK WS-STEP-DATA-OUT WS-STEP-RULES
054800                 WS-STEP-ENC WS-STEP-OUTPUT
054900         WHEN OTHER
055000*            MODE 1 - EVERY OTHER LETTER WAS ALREADY REFUSED
055100*            BY THE CARD CHECKS.
055200             PERFORM RUN-STEP-QUICK-TOTAL
055300     END-EVALUATE.
055400
055500* MODE 1 - THE MENU'S QUICK TOTAL, WRITTEN TO THE JOB LOG. THE
055600* PROFILE IS TAKEN AS GIVEN; THE MENU'S "BOTH" CONVENIENCE IS
055700* TWO STEPS HERE, ONE PER PROFILE.
055800 RUN-STEP-QUICK-TOTAL.
055900     CALL "CPYPARSE" USING WS-STEP-PATH WS-FLD-TABLE
056000         WS-SIZING-RESULT WS-STEP-DIALECT
056100     IF RESULT-FILE-ERROR
056200         MOVE "Y" TO WS-STEP-FAIL-SW
056300         MOVE "UNABLE TO OPEN COPYBOOK" TO WS-STEP-REASON
056400     ELSE
056500         MOVE SPACES TO WS-QUICK-LINE
056600         STRING FUNCTION TRIM(WS-STEP-DIALECT) ": "
056700                FUNCTION TRIM(WS-STEP-PATH)
056800                " RECORDS=" WS-RESULT-RECORD-COUNT
056900                " TOTAL-MAX=" WS-RESULT-TOTAL-MAX
057000                " TOTAL-MIN=" WS-RESULT-TOTAL-MIN
057100                DELIMITED BY SIZE INTO WS-QUICK-LINE
057200         MOVE WS-QUICK-LINE TO WS-OUT-LINE
057300         PERFORM EMIT-LOG
057400     END-IF.
057500
057600* MODE 8 - THE MENU'S LINT SHAPE: ONE PARSE, THE FINISHED
057700* TABLE HANDED TO CPYLINT, AND LINT ERRORS FAIL THE STEP.
057800 RUN-STEP-LINT.
057900     CALL "CPYPARSE" USING WS-STEP-PATH WS-FLD-TABLE
058000         WS-SIZING-RESULT WS-STEP-DIALECT
058100     IF RESULT-FILE-ERROR
058200         MOVE "Y" TO WS-STEP-FAIL-SW
058300         MOVE "UNABLE TO OPEN COPYBOOK" TO WS-STEP-REASON
058400     ELSE
058500         CALL "CPYLINT" USING WS-STEP-PATH WS-STEP-OUTPUT
058600             WS-LINT-RESULT WS-FLD-TABLE
058700         IF WS-LINT-ERRORS > 0
058800             MOVE "Y" TO WS-STEP-FAIL-SW
058900             MOVE "LAYOUT LINT REPORTED ERRORS"
059000                 TO WS-STEP-REASON
059100         END-IF
059200     END-IF.
