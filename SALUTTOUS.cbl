000800*    EDITING SOURCE OR RELYING ON COMMAND LINE PLUMBING EVERY
000900*    TIME SOMETHING NEEDS SIZING.
001000*
001100*    THE MENU LIST OWNS SCREEN LINES 7-13; THE MODE-SPECIFIC
001200*    FOLLOW-UP PROMPTS START AT LINE 14 SO THEY NEVER OVERWRITE
001300*    IT, THE PROFILE AND OUTPUT PROMPTS SIT AT LINES 17-18
001400*    (MODES A, D, F, G AND H PROMPT THROUGH LINE 18, SO THEIR
001500*    OUTPUT PROMPT DROPS TO 19), AND RESULT MESSAGES START AT
001600*    LINE 20.
001700*
001800*    MODIFICATION HISTORY
001900*    21/05/05  ORIGINAL VERSION - DISPLAYED "BONJOUR !" AND
002000*              STOPPED.
002100*    2026-08-08  DEBUT REPLACED WITH A REAL SIZING MENU (COPYBOOK
002200*                PATH, MODE, OUTPUT DESTINATION) DRIVING CPYPARSE
002300*                AND CPYRPT.
002400*    2026-08-08  ADDED MODES 3 (CSV/JSON EXPORT VIA CPYEXP) AND
002500*                4 (VERSION DIFF VIA CPYDIFF) - UNTIL NOW THOSE
002600*                TWO PROGRAMS HAD NO OPERATOR-FACING ENTRY POINT.
002700*    2026-08-22  ADDED MODE 5 (DATA FILE VALIDATION VIA CPYVERIF)
002800*                SO A PARTNER TRANSMISSION CAN BE CHECKED AGAINST
002900*                ITS COPYBOOK FROM THE MENU.
003000*    2026-08-22  ADDED MODE 6 (TEST DATA GENERATION VIA CPYGEN) -
003100*                THE OUTPUT PROMPT NAMES THE DATA FILE TO WRITE.
003200*    2026-08-22  ADDED MODE 7 (RECORD BROWSER VIA CPYBROWSE).
003300*                THE BROWSER OWNS THE WHOLE SCREEN, SO THE
003400*                OUTPUT PROMPT IS SKIPPED FOR THAT MODE.
003500*    2026-08-22  ADDED MODE 8 (LAYOUT LINT VIA CPYLINT). THE
003600*                MENU SIZES THE COPYBOOK FIRST AND HANDS CPYLINT
003700*                THE FINISHED FIELD TABLE.
003800*    2026-08-22  ADDED MODE 9 (SIZING HISTORY VIA CPYHIST). FOR
003900*                MODE 9 THE COPYBOOK PROMPT TAKES A MEMBER NAME
004000*                OR PATH - ONLY THE BASE NAME KEYS THE HISTORY.
004100*    2026-08-22  ADDED MODE A (LAYOUT CONVERSION VIA CPYCONV) -
004200*                OLD COPYBOOK IN THE MAIN PATH; THE NEW COPYBOOK
004300*                AND THE INPUT/OUTPUT DATA FILES ARE PROMPTED,
004400*                AND THE AUDIT REPORT GOES TO THE OUTPUT
004500*                DESTINATION.
004600*    2026-08-22  ADDED MODE B (COPYBOOK BUILDER VIA CPYIMP) -
004700*                THE MAIN PATH PROMPT TAKES THE CSV FIELD SPEC,
004800*                THE GENERATED MEMBER PATH IS PROMPTED, AND THE
004900*                OFFSET REPORT GOES TO THE OUTPUT DESTINATION.
005000*    2026-08-22  SIZING PROFILE PROMPT (RMC/IBM, OR BOTH FOR
005100*                MODES 1-2) PASSED THROUGH TO THE SIZING MODES
005200*                1-4. THE DATA FILE MODES (5-9, A, B) STAY ON
005300*                THE RM-COBOL PROFILE - THE FILES THEY TOUCH
005400*                LIVE ON THIS SIDE.
005500*    2026-09-02  TYPE RULES FILE PROMPT FOR THE MIXED-FILE DATA
005600*                MODES (5, 6, 7, A) - PASSED THROUGH TO CPYVERIF,
005700*                CPYGEN, CPYBROWSE AND CPYCONV, WHICH ROUTE EACH
005800*                RECORD TO ITS OWN 01 LEVEL VIA CPYRULES.
005900*    2026-09-02  ORGANIZATION PROMPT (SEQ/IDX/REL) FOR MODES 5
006000*                AND 7, AND A KEY FIELD PROMPT FOR MODE 7, SO
006100*                INDEXED AND RELATIVE MASTERS ARE VERIFIED AND
006200*                BROWSED WITHOUT AN UNLOAD.
006300*    2026-09-02  ADDED MODE C (DATA PROFILE VIA CPYPROF) - THE
006400*                MAIN PATH IS THE COPYBOOK, THE DATA FILE IS
006500*                PROMPTED, AND THE PER-FIELD CONTENT REPORT GOES
006600*                TO THE OUTPUT DESTINATION.
006700*    2026-09-02  ADDED MODE D (RECONCILIATION VIA CPYRECON) -
006800*                OLD COPYBOOK IN THE MAIN PATH; THE NEW
006900*                COPYBOOK, BOTH DATA FILES AND THE KEY FIELD
007000*                ARE PROMPTED, AND THE DIFFERENCE REPORT GOES
007100*                TO THE OUTPUT DESTINATION.
007200*    2026-09-02  ENCODING PROMPT (ASCII/EBCDIC) FOR MODES 5, 7,
007300*                A AND C, PASSED THROUGH TO CPYVERIF, CPYBROWSE,
007400*                CPYCONV AND CPYPROF FOR MAINFRAME PARTNER
007500*                FILES.
007600*    2026-09-02  ADDED MODE E (RECORD EXTRACT VIA CPYSCAN) -
007700*                THE MAIN PATH IS THE COPYBOOK; THE DATA FILE,
007800*                CONDITIONS FILE AND EXTRACT FILE ARE PROMPTED,
007900*                AND THE HIT/MISS TOTALS GO TO THE OUTPUT
008000*                DESTINATION. THE MENU LIST LINES WERE
008100*                REBALANCED TO FIT THE MODE LETTERS.
008200*    2026-09-02  MODE A'S ENCODING PROMPT MOVED UP TO LINE 18
008300*                AND ITS OUTPUT PROMPT TO LINE 19, SO THE
008400*                PROMPTS FILL IN TOP-TO-BOTTOM ORDER.
008500*    2026-10-15  ADDED MODE F (CSV UNLOAD/RELOAD VIA CPYCSV) - THE
008600*                MAIN PATH IS THE COPYBOOK; THE DATA FILE, CSV
008700*                FILE, DIRECTION, TYPE RULES FILE AND ENCODING ARE
008800*                PROMPTED, AND THE RUN REPORT GOES TO THE OUTPUT
008900*                DESTINATION. THE MENU LIST GREW TO LINE 13.
009000*    2026-10-15  ADDED MODE G (RECORD SORT VIA CPYSORT) - THE MAIN
009100*                PATH IS THE COPYBOOK; THE DATA FILE, SORT FIELDS,
009200*                DUPLICATES OPTION, SORTED FILE AND ENCODING ARE
009300*                PROMPTED, AND THE RUN REPORT GOES TO THE OUTPUT
009400*                DESTINATION.
009500*    2026-10-15  ADDED MODE H (TEST-DATA MASKING VIA CPYMASK) -
009600*                THE MAIN PATH IS THE COPYBOOK; THE DATA FILE,
009700*                MASKING RULES FILE, MASKED FILE, TYPE RULES FILE
009800*                AND ENCODING ARE PROMPTED, AND THE PER-FIELD
009900*                REPORT GOES TO THE OUTPUT DESTINATION.
010000*    2026-10-15  OPERATOR AUTHORIZATION - THE MODE LETTER IS PUT
010100*                TO CPYAUTH AS SOON AS IT IS TYPED, AND EVERY
010200*                DATA FILE THE RUN WILL READ OR WRITE BEFORE
010300*                ANYTHING RUNS. A REFUSAL IS SHOWN FROM LINE 20
010400*                AND ENDS THE RUN; CPYAUTH LOGS IT TO CPYSEC.LOG.
010500*    2026-10-15  MODE D PROMPTS FOR THE ENCODING OF THE TWO DATA
010600*                FILES AND PASSES IT TO CPYRECON; ITS OUTPUT
010700*                PROMPT DROPS TO LINE 19.
010800******************************************************************
010900 IDENTIFICATION DIVISION.
011000 PROGRAM-ID. SALUTTOUS.
011100 DATE-WRITTEN. 21/05/05.
011200 AUTHOR UNKNOWN.
011300 ENVIRONMENT DIVISION.
011400 CONFIGURATION SECTION.
011500 SOURCE-COMPUTER. RM-COBOL.
011600 OBJECT-COMPUTER. RM-COBOL.
011700 INPUT-OUTPUT SECTION.
011800 FILE-CONTROL.
011900     SELECT QUICK-OUT-FILE ASSIGN TO DYNAMIC WS-MENU-OUTPUT
012000         ORGANIZATION LINE SEQUENTIAL
012100         FILE STATUS IS WS-QUICK-STATUS.
012200 DATA DIVISION.
012300 FILE SECTION.
012400 FD  QUICK-OUT-FILE.
012500 01  QUICK-OUT-REC                        PIC X(132).
012600 WORKING-STORAGE SECTION.
012700 01  WS-MENU-PATH                         PIC X(200) VALUE SPACES.
012800 01  WS-MENU-PATH-B                       PIC X(200) VALUE SPACES.
012900 01  WS-MENU-MODE                         PIC X VALUE "1".
013000 01  WS-MENU-FORMAT                       PIC X(4) VALUE "CSV ".
013100 01  WS-MENU-OUTPUT                       PIC X(200) VALUE SPACES.
013200 01  WS-MENU-DATA                         PIC X(200) VALUE SPACES.
013300 01  WS-MENU-COUNT                        PIC X(6) VALUE SPACES.
013400 01  WS-MENU-OVR                          PIC X(200) VALUE SPACES.
013500 01  WS-MENU-DATA-OUT                     PIC X(200) VALUE SPACES.
013600 01  WS-MENU-RULES                        PIC X(200) VALUE SPACES.
013700 01  WS-MENU-ORG                          PIC X(4) VALUE "SEQ".
013800 01  WS-MENU-KEY                          PIC X(35) VALUE SPACES.
013900 01  WS-MENU-ENC                          PIC X(8) VALUE "ASCII".
014000 01  WS-MENU-COND                         PIC X(200) VALUE SPACES.
014100 01  WS-MENU-CSV                          PIC X(200) VALUE SPACES.
014200 01  WS-MENU-DIRECTION                    PIC X(8) VALUE "UNLOAD".
014300 01  WS-MENU-SORT-KEYS                    PIC X(200) VALUE SPACES.
014400 01  WS-MENU-DUP                          PIC X(8) VALUE "KEEP".
014500 01  WS-MENU-MASK                         PIC X(200) VALUE SPACES.
014600 01  WS-MENU-DIALECT                      PIC X(8) VALUE "RMC".
014700 01  WS-DIA-RMC                           PIC X(8) VALUE "RMC".
014800 01  WS-DIA-IBM                           PIC X(8) VALUE "IBM".
014900 01  WS-QUICK-DIA                         PIC X(8).
015000 01  WS-QUICK-LINE-NO                     PIC 9(2).
015100 01  WS-QUICK-STATUS                      PIC XX.
015200 01  WS-QUICK-LINE                        PIC X(132).
015300
015400     COPY "FLDTAB.cpy".
015500     COPY "SIZERES.cpy".
015600     COPY "LINTRES.cpy".
015700     COPY "VERIFRES.cpy".
015800     COPY "AUTHRES.cpy".
015900
016000 PROCEDURE DIVISION.
016100
016200 DEBUT.
016300     DISPLAY " " LINE 1 POSITION 1 ERASE EOS.
016400     DISPLAY "COPYBOOK SIZER - MAINTENANCE MENU"
016500         LINE 2 POSITION 10.
016600     DISPLAY "COPYBOOK PATH ..........:" LINE 5 POSITION 5.
016700     ACCEPT WS-MENU-PATH LINE 5 POSITION 31.
016800     DISPLAY "MODE 1=QUICK TOTAL 2=FULL FIELD REPORT"
016900         LINE 7 POSITION 5.
017000     DISPLAY "     3=CSV/JSON EXPORT 4=VERSION DIFF"
017100         LINE 8 POSITION 5.
017200     DISPLAY "     5=DATA FILE VERIFY 6=TEST DATA"
017300         LINE 9 POSITION 5.
017400     DISPLAY "     7=RECORD BROWSER 8=LAYOUT LINT"
017500         LINE 10 POSITION 5.
017600     DISPLAY "     9=HISTORY A=CONVERT B=BUILD CSV"
017700         LINE 11 POSITION 5.
017800     DISPLAY "     C=PROFILE D=RECONCILE E=EXTRACT"
017900         LINE 12 POSITION 5.
018000     DISPLAY "     F=CSV UNLOAD/RELOAD G=SORT H=MASK :"
018100         LINE 13 POSITION 5.
018200     ACCEPT WS-MENU-MODE LINE 13 POSITION 46.
018300     IF WS-MENU-MODE = "a"
018400         MOVE "A" TO WS-MENU-MODE
018500     END-IF
018600     IF WS-MENU-MODE = "b"
018700         MOVE "B" TO WS-MENU-MODE
018800     END-IF
018900     IF WS-MENU-MODE = "c"
019000         MOVE "C" TO WS-MENU-MODE
019100     END-IF
019200     IF WS-MENU-MODE = "d"
019300         MOVE "D" TO WS-MENU-MODE
019400     END-IF
019500     IF WS-MENU-MODE = "e"
019600         MOVE "E" TO WS-MENU-MODE
019700     END-IF
019800     IF WS-MENU-MODE = "f"
019900         MOVE "F" TO WS-MENU-MODE
020000     END-IF
020100     IF WS-MENU-MODE = "g"
020200         MOVE "G" TO WS-MENU-MODE
020300     END-IF
020400     IF WS-MENU-MODE = "h"
020500         MOVE "H" TO WS-MENU-MODE
020600     END-IF
020700     PERFORM CHECK-MODE-ALLOWED
020800     IF NOT AUTH-GRANTED
020900         PERFORM REFUSE-RUN
021000         STOP RUN
021100     END-IF
021200     IF WS-MENU-MODE = "H"
021300         DISPLAY "DATA FILE PATH .................:"
021400             LINE 14 POSITION 5
021500         ACCEPT WS-MENU-DATA LINE 14 POSITION 39
021600         DISPLAY "MASKING RULES FILE .............:"
021700             LINE 15 POSITION 5
021800         ACCEPT WS-MENU-MASK LINE 15 POSITION 39
021900         DISPLAY "MASKED FILE (OUTPUT) ...........:"
022000             LINE 16 POSITION 5
022100         ACCEPT WS-MENU-DATA-OUT LINE 16 POSITION 39
022200         DISPLAY "TYPE RULES FILE (BLANK = NONE) .:"
022300             LINE 17 POSITION 5
022400         ACCEPT WS-MENU-RULES LINE 17 POSITION 39
022500         DISPLAY "ENCODING (ASCII/EBCDIC) ........:"
022600             LINE 18 POSITION 5
022700         ACCEPT WS-MENU-ENC LINE 18 POSITION 39
022800         IF WS-MENU-ENC = SPACES
022900             MOVE "ASCII" TO WS-MENU-ENC
023000         END-IF
023100     END-IF
023200     IF WS-MENU-MODE = "G"
023300         DISPLAY "DATA FILE PATH .................:"
023400             LINE 14 POSITION 5
023500         ACCEPT WS-MENU-DATA LINE 14 POSITION 39
023600         DISPLAY "SORT FIELDS (NAME [DESC], ...) .:"
023700             LINE 15 POSITION 5
023800         ACCEPT WS-MENU-SORT-KEYS LINE 15 POSITION 39
023900         DISPLAY "DUPLICATES (KEEP/REPORT/DROP) ..:"
024000             LINE 16 POSITION 5
024100         ACCEPT WS-MENU-DUP LINE 16 POSITION 39
024200         IF WS-MENU-DUP = SPACES
024300             MOVE "KEEP" TO WS-MENU-DUP
024400         END-IF
024500         DISPLAY "SORTED FILE (OUTPUT) ...........:"
024600             LINE 17 POSITION 5
024700         ACCEPT WS-MENU-DATA-OUT LINE 17 POSITION 39
024800         DISPLAY "ENCODING (ASCII/EBCDIC) ........:"
024900             LINE 18 POSITION 5
025000         ACCEPT WS-MENU-ENC LINE 18 POSITION 39
025100         IF WS-MENU-ENC = SPACES
025200             MOVE "ASCII" TO WS-MENU-ENC
025300         END-IF
025400     END-IF
025500     IF WS-MENU-MODE = "F"
025600         DISPLAY "DATA FILE PATH .................:"
025700             LINE 14 POSITION 5
025800         ACCEPT WS-MENU-DATA LINE 14 POSITION 39
025900         DISPLAY "CSV FILE PATH ..................:"
026000             LINE 15 POSITION 5
026100         ACCEPT WS-MENU-CSV LINE 15 POSITION 39
026200         DISPLAY "DIRECTION (UNLOAD/RELOAD) ......:"
026300             LINE 16 POSITION 5
026400         ACCEPT WS-MENU-DIRECTION LINE 16 POSITION 39
026500         IF WS-MENU-DIRECTION = SPACES
026600             MOVE "UNLOAD" TO WS-MENU-DIRECTION
026700         END-IF
026800         DISPLAY "TYPE RULES FILE (BLANK = NONE) .:"
026900             LINE 17 POSITION 5
027000         ACCEPT WS-MENU-RULES LINE 17 POSITION 39
027100         DISPLAY "ENCODING (ASCII/EBCDIC) ........:"
027200             LINE 18 POSITION 5
027300         ACCEPT WS-MENU-ENC LINE 18 POSITION 39
027400         IF WS-MENU-ENC = SPACES
027500             MOVE "ASCII" TO WS-MENU-ENC
027600         END-IF
027700     END-IF
027800     IF WS-MENU-MODE = "E"
027900         DISPLAY "DATA FILE PATH .................:"
028000             LINE 14 POSITION 5
028100         ACCEPT WS-MENU-DATA LINE 14 POSITION 39
028200         DISPLAY "CONDITIONS FILE ................:"
028300             LINE 15 POSITION 5
028400         ACCEPT WS-MENU-COND LINE 15 POSITION 39
028500         DISPLAY "EXTRACT FILE (OUTPUT) ..........:"
028600             LINE 16 POSITION 5
028700         ACCEPT WS-MENU-DATA-OUT LINE 16 POSITION 39
028800     END-IF
028900     IF WS-MENU-MODE = "D"
029000         DISPLAY "NEW (TARGET) COPYBOOK PATH .....:"
029100             LINE 14 POSITION 5
029200         ACCEPT WS-MENU-PATH-B LINE 14 POSITION 39
029300         DISPLAY "OLD DATA FILE ..................:"
029400             LINE 15 POSITION 5
029500         ACCEPT WS-MENU-DATA LINE 15 POSITION 39
029600         DISPLAY "NEW DATA FILE ..................:"
029700             LINE 16 POSITION 5
029800         ACCEPT WS-MENU-DATA-OUT LINE 16 POSITION 39
029900         DISPLAY "KEY FIELD NAME .................:"
030000             LINE 17 POSITION 5
030100         ACCEPT WS-MENU-KEY LINE 17 POSITION 39
030200         DISPLAY "ENCODING (ASCII/EBCDIC) ........:"
030300             LINE 18 POSITION 5
030400         ACCEPT WS-MENU-ENC LINE 18 POSITION 39
030500         IF WS-MENU-ENC = SPACES
030600             MOVE "ASCII" TO WS-MENU-ENC
030700         END-IF
030800     END-IF
030900     IF WS-MENU-MODE = "3"
031000         DISPLAY "EXPORT FORMAT (CSV OR JSON) ....:"
031100             LINE 14 POSITION 5
031200         ACCEPT WS-MENU-FORMAT LINE 14 POSITION 39
031300     END-IF
031400     IF WS-MENU-MODE = "4"
031500         DISPLAY "SECOND (NEW) COPYBOOK PATH .....:"
031600             LINE 14 POSITION 5
031700         ACCEPT WS-MENU-PATH-B LINE 14 POSITION 39
031800     END-IF
031900     IF WS-MENU-MODE = "C"
032000         DISPLAY "DATA FILE PATH .................:"
032100             LINE 14 POSITION 5
032200         ACCEPT WS-MENU-DATA LINE 14 POSITION 39
032300         DISPLAY "ENCODING (ASCII/EBCDIC) ........:"
032400             LINE 15 POSITION 5
032500         ACCEPT WS-MENU-ENC LINE 15 POSITION 39
032600         IF WS-MENU-ENC = SPACES
032700             MOVE "ASCII" TO WS-MENU-ENC
032800         END-IF
032900     END-IF
033000     IF WS-MENU-MODE = "5" OR WS-MENU-MODE = "7"
033100         DISPLAY "DATA FILE PATH .................:"
033200             LINE 14 POSITION 5
033300         ACCEPT WS-MENU-DATA LINE 14 POSITION 39
033400         DISPLAY "TYPE RULES FILE (BLANK = NONE) .:"
033500             LINE 15 POSITION 5
033600         ACCEPT WS-MENU-RULES LINE 15 POSITION 39
033700         DISPLAY "ORGANIZATION (SEQ/IDX/REL) .....:"
033800             LINE 16 POSITION 5
033900         ACCEPT WS-MENU-ORG LINE 16 POSITION 39
034000         IF WS-MENU-ORG = SPACES
034100             MOVE "SEQ" TO WS-MENU-ORG
034200         END-IF
034300     END-IF
034400     IF WS-MENU-MODE = "5"
034500         DISPLAY "ENCODING (ASCII/EBCDIC) ........:"
034600             LINE 17 POSITION 5
034700         ACCEPT WS-MENU-ENC LINE 17 POSITION 39
034800         IF WS-MENU-ENC = SPACES
034900             MOVE "ASCII" TO WS-MENU-ENC
035000         END-IF
035100     END-IF
035200     IF WS-MENU-MODE = "7"
035300         DISPLAY "KEY FIELD (IDX, BLANK = FIRST) .:"
035400             LINE 17 POSITION 5
035500         ACCEPT WS-MENU-KEY LINE 17 POSITION 39
035600         DISPLAY "ENCODING (ASCII/EBCDIC) ........:"
035700             LINE 18 POSITION 5
035800         ACCEPT WS-MENU-ENC LINE 18 POSITION 39
035900         IF WS-MENU-ENC = SPACES
036000             MOVE "ASCII" TO WS-MENU-ENC
036100         END-IF
036200     END-IF
036300     IF WS-MENU-MODE = "6"
036400         DISPLAY "NUMBER OF RECORDS ..............:"
036500             LINE 14 POSITION 5
036600         ACCEPT WS-MENU-COUNT LINE 14 POSITION 39
036700         DISPLAY "OVERRIDE FILE (BLANK = NONE) ...:"
036800             LINE 15 POSITION 5
036900         ACCEPT WS-MENU-OVR LINE 15 POSITION 39
037000         DISPLAY "TYPE RULES FILE (BLANK = NONE) .:"
037100             LINE 16 POSITION 5
037200         ACCEPT WS-MENU-RULES LINE 16 POSITION 39
037300     END-IF
037400     IF WS-MENU-MODE = "A"
037500         DISPLAY "NEW (TARGET) COPYBOOK PATH .....:"
037600             LINE 14 POSITION 5
037700         ACCEPT WS-MENU-PATH-B LINE 14 POSITION 39
037800         DISPLAY "DATA FILE TO CONVERT ...........:"
037900             LINE 15 POSITION 5
038000         ACCEPT WS-MENU-DATA LINE 15 POSITION 39
038100         DISPLAY "CONVERTED DATA FILE (OUTPUT) ...:"
038200             LINE 16 POSITION 5
038300         ACCEPT WS-MENU-DATA-OUT LINE 16 POSITION 39
038400         DISPLAY "TYPE RULES FILE (BLANK = NONE) .:"
038500             LINE 17 POSITION 5
038600         ACCEPT WS-MENU-RULES LINE 17 POSITION 39
038700         DISPLAY "ENCODING (ASCII/EBCDIC) ........:"
038800             LINE 18 POSITION 5
038900         ACCEPT WS-MENU-ENC LINE 18 POSITION 39
039000         IF WS-MENU-ENC = SPACES
039100             MOVE "ASCII" TO WS-MENU-ENC
039200         END-IF
039300     END-IF
039400     IF WS-MENU-MODE = "B"
039500         DISPLAY "GENERATED COPYBOOK PATH ........:"
039600             LINE 14 POSITION 5
039700         ACCEPT WS-MENU-PATH-B LINE 14 POSITION 39
039800     END-IF
039900     IF WS-MENU-MODE NOT = "5" AND WS-MENU-MODE NOT = "6"
040000       AND WS-MENU-MODE NOT = "7" AND WS-MENU-MODE NOT = "8"
040100       AND WS-MENU-MODE NOT = "9" AND WS-MENU-MODE NOT = "A"
040200       AND WS-MENU-MODE NOT = "B" AND WS-MENU-MODE NOT = "C"
040300       AND WS-MENU-MODE NOT = "D" AND WS-MENU-MODE NOT = "E"
040400       AND WS-MENU-MODE NOT = "F" AND WS-MENU-MODE NOT = "G"
040500       AND WS-MENU-MODE NOT = "H"
040600         DISPLAY "PROFILE RMC/IBM (BOTH: MODES 1-2):"
040700             LINE 17 POSITION 5
040800         ACCEPT WS-MENU-DIALECT LINE 17 POSITION 41
040900         IF WS-MENU-DIALECT = SPACES
041000             MOVE "RMC" TO WS-MENU-DIALECT
041100         END-IF
041200     END-IF
041300     IF WS-MENU-MODE = "7"
041400         CONTINUE
041500     ELSE
041600         IF WS-MENU-MODE = "A" OR WS-MENU-MODE = "D"
041700           OR WS-MENU-MODE = "F"
041800           OR WS-MENU-MODE = "G" OR WS-MENU-MODE = "H"
041900*            MODES A, D, F, G AND H PROMPT THROUGH LINE 18, SO
042000*            THEIR OUTPUT PROMPT DROPS TO 19 - THE OPERATOR FILLS
042100*            THE SCREEN TOP TO BOTTOM.
042200             DISPLAY "OUTPUT (SYSOUT OR A FILE PATH) .:"
042300                 LINE 19 POSITION 5
042400             ACCEPT WS-MENU-OUTPUT LINE 19 POSITION 39
042500         ELSE
042600             DISPLAY "OUTPUT (SYSOUT OR A FILE PATH) .:"
042700                 LINE 18 POSITION 5
042800             ACCEPT WS-MENU-OUTPUT LINE 18 POSITION 39
042900         END-IF
043000     END-IF
043100     IF WS-MENU-OUTPUT = SPACES
043200         MOVE "SYSOUT" TO WS-MENU-OUTPUT
043300     END-IF
043400     PERFORM CHECK-DATA-PATHS
043500     IF NOT AUTH-GRANTED
043600         PERFORM REFUSE-RUN
043700         STOP RUN
043800     END-IF
043900     PERFORM RUN-SIZING
044000     STOP RUN.
044100
044200* THE OPERATOR MUST HOLD THE MODE LETTER IN CPYAUTH.IDX BEFORE
044300* ANY OF ITS PROMPTS ARE SHOWN.
044400 CHECK-MODE-ALLOWED.
044500     MOVE "SALUTTOUS" TO WS-AUTH-PROGRAM
044600     MOVE "MODE" TO WS-AUTH-CHECK
044700     MOVE WS-MENU-MODE TO WS-AUTH-MODE
044800     CALL "CPYAUTH" USING WS-AUTH-AREA.
044900
045000* EVERY DATA FILE THE MODE WILL READ OR WRITE - ONLY THE PROMPTS
045100* THE MODE SHOWED CAN BE FILLED IN. MODE 6'S OUTPUT IS THE DATA
045200* FILE IT GENERATES. COPYBOOKS, RULES FILES AND REPORTS ARE NOT
045300* DATA AND ARE NOT CHECKED.
045400 CHECK-DATA-PATHS.
045500     MOVE "G" TO WS-AUTH-RESULT
045600     IF WS-MENU-DATA NOT = SPACES
045700         MOVE WS-MENU-DATA TO WS-AUTH-PATH
045800         PERFORM CHECK-ONE-PATH
045900     END-IF
046000     IF AUTH-GRANTED AND WS-MENU-DATA-OUT NOT = SPACES
046100         MOVE WS-MENU-DATA-OUT TO WS-AUTH-PATH
046200         PERFORM CHECK-ONE-PATH
046300     END-IF
046400     IF AUTH-GRANTED AND WS-MENU-CSV NOT = SPACES
046500         MOVE WS-MENU-CSV TO WS-AUTH-PATH
046600         PERFORM CHECK-ONE-PATH
046700     END-IF
046800     IF AUTH-GRANTED AND WS-MENU-MODE = "6"
046900       AND WS-MENU-OUTPUT NOT = "SYSOUT"
047000         MOVE WS-MENU-OUTPUT TO WS-AUTH-PATH
047100         PERFORM CHECK-ONE-PATH
047200     END-IF.
047300
047400 CHECK-ONE-PATH.
047500     MOVE "SALUTTOUS" TO WS-AUTH-PROGRAM
047600     MOVE "PATH" TO WS-AUTH-CHECK
047700     CALL "CPYAUTH" USING WS-AUTH-AREA.
047800
047900 REFUSE-RUN.
048000     DISPLAY "NOT AUTHORIZED:" LINE 20 POSITION 5
048100     DISPLAY WS-AUTH-MESSAGE LINE 21 POSITION 5
048200     DISPLAY "THE ATTEMPT HAS BEEN LOGGED TO CPYSEC.LOG"
048300         LINE 22 POSITION 5
048400     MOVE 8 TO RETURN-CODE.
048500
048600 RUN-SIZING.
048700     EVALUATE WS-MENU-MODE
048800         WHEN "2"
048900             CALL "CPYRPT" USING WS-MENU-PATH WS-MENU-OUTPUT
049000                 WS-MENU-DIALECT
049100         WHEN "3"
049200             CALL "CPYEXP" USING WS-MENU-PATH WS-MENU-FORMAT
049300                 WS-MENU-OUTPUT WS-MENU-DIALECT
049400         WHEN "4"
049500             CALL "CPYDIFF" USING WS-MENU-PATH WS-MENU-PATH-B
049600                 WS-MENU-OUTPUT WS-MENU-DIALECT
049700         WHEN "5"
049800             CALL "CPYVERIF" USING WS-MENU-PATH WS-MENU-DATA
049900                 WS-MENU-OUTPUT WS-MENU-RULES WS-MENU-ORG
050000                 WS-MENU-ENC WS-VERIF-RESULT
050100         WHEN "6"
050200             CALL "CPYGEN" USING WS-MENU-PATH WS-MENU-COUNT
050300                 WS-MENU-OVR WS-MENU-OUTPUT WS-MENU-RULES
050400         WHEN "7"
050500             CALL "CPYBROWSE" USING WS-MENU-PATH WS-MENU-DATA
050600                 WS-MENU-RULES WS-MENU-ORG WS-MENU-KEY
050700                 WS-MENU-ENC
050800         WHEN "8"
050900             PERFORM RUN-LAYOUT-LINT
051000         WHEN "9"
051100             CALL "CPYHIST" USING WS-MENU-PATH WS-MENU-OUTPUT
051200         WHEN "A"
051300             CALL "CPYCONV" USING WS-MENU-PATH WS-MENU-PATH-B
051400                 WS-MENU-DATA WS-MENU-DATA-OUT WS-MENU-OUTPUT
051500                 WS-MENU-RULES WS-MENU-ENC
051600         WHEN "C"
051700             CALL "CPYPROF" USING WS-MENU-PATH WS-MENU-DATA
051800                 WS-MENU-OUTPUT WS-MENU-ENC
051900         WHEN "E"
052000             CALL "CPYSCAN" USING WS-MENU-PATH WS-MENU-DATA
052100                 WS-MENU-COND WS-MENU-DATA-OUT WS-MENU-OUTPUT
052200         WHEN "F"
052300             CALL "CPYCSV" USING WS-MENU-PATH WS-MENU-DATA
052400                 WS-MENU-CSV WS-MENU-DIRECTION WS-MENU-RULES
052500                 WS-MENU-ENC WS-MENU-OUTPUT
052600         WHEN "G"
052700             CALL "CPYSORT" USING WS-MENU-PATH WS-MENU-DATA
052800                 WS-MENU-SORT-KEYS WS-MENU-DUP WS-MENU-DATA-OUT
052900                 WS-MENU-ENC WS-MENU-OUTPUT
053000         WHEN "H"
053100             CALL "CPYMASK" USING WS-MENU-PATH WS-MENU-DATA
053200                 WS-MENU-MASK WS-MENU-DATA-OUT WS-MENU-RULES
053300                 WS-MENU-ENC WS-MENU-OUTPUT
053400         WHEN "D"
053500             CALL "CPYRECON" USING WS-MENU-PATH WS-MENU-PATH-B
053600                 WS-MENU-DATA WS-MENU-DATA-OUT WS-MENU-KEY
053700                 WS-MENU-ENC WS-MENU-OUTPUT
053800         WHEN "B"
053900             CALL "CPYIMP" USING WS-MENU-PATH WS-MENU-PATH-B
054000                 WS-MENU-OUTPUT
054100         WHEN OTHER
054200             PERFORM RUN-QUICK-TOTAL
054300     END-EVALUATE.
054400
054500* CPYLINT CHECKS A FINISHED FIELD TABLE - THE MENU SIZES THE
054600* COPYBOOK ONCE AND HANDS THE TABLE OVER, SO THE RUN COSTS ONE
054700* PARSE (AND ONE AUDIT/HISTORY ENTRY), NOT TWO.
054800 RUN-LAYOUT-LINT.
054900     CALL "CPYPARSE" USING WS-MENU-PATH WS-FLD-TABLE
055000         WS-SIZING-RESULT WS-DIA-RMC
055100     IF RESULT-FILE-ERROR
055200         DISPLAY "UNABLE TO OPEN COPYBOOK "
055300             FUNCTION TRIM(WS-MENU-PATH) LINE 20 POSITION 5
055400     ELSE
055500         CALL "CPYLINT" USING WS-MENU-PATH WS-MENU-OUTPUT
055600             WS-LINT-RESULT WS-FLD-TABLE
055700     END-IF.
055800
055900 RUN-QUICK-TOTAL.
056000     IF WS-MENU-OUTPUT NOT = "SYSOUT"
056100         OPEN OUTPUT QUICK-OUT-FILE
056200     END-IF
056300     MOVE 20 TO WS-QUICK-LINE-NO
056400     IF WS-MENU-DIALECT(1:4) = "BOTH"
056500         MOVE WS-DIA-RMC TO WS-QUICK-DIA
056600         PERFORM QUICK-SIZE-ONE
056700         MOVE WS-DIA-IBM TO WS-QUICK-DIA
056800         PERFORM QUICK-SIZE-ONE
056900     ELSE
057000         MOVE WS-MENU-DIALECT TO WS-QUICK-DIA
057100         PERFORM QUICK-SIZE-ONE
057200     END-IF
057300     IF WS-MENU-OUTPUT NOT = "SYSOUT"
057400         CLOSE QUICK-OUT-FILE
057500         DISPLAY "TOTAL WRITTEN TO "
057600             FUNCTION TRIM(WS-MENU-OUTPUT)
057700             LINE WS-QUICK-LINE-NO POSITION 5
057800     END-IF.
057900
058000 QUICK-SIZE-ONE.
058100     CALL "CPYPARSE" USING WS-MENU-PATH WS-FLD-TABLE
058200         WS-SIZING-RESULT WS-QUICK-DIA
058300     IF RESULT-FILE-ERROR
058400         DISPLAY "UNABLE TO OPEN COPYBOOK "
058500             FUNCTION TRIM(WS-MENU-PATH)
058600             LINE WS-QUICK-LINE-NO POSITION 5
058700     ELSE
058800         MOVE SPACES TO WS-QUICK-LINE
058900         STRING FUNCTION TRIM(WS-QUICK-DIA) ": "
059000                FUNCTION TRIM(WS-MENU-PATH)
059100                " RECORDS=" WS-RESULT-RECORD-COUNT
059200                " TOTAL-MAX=" WS-RESULT-TOTAL-MAX
059300                " TOTAL-MIN=" WS-RESULT-TOTAL-MIN
059400                DELIMITED BY SIZE INTO WS-QUICK-LINE
059500         IF WS-MENU-OUTPUT = "SYSOUT"
059600             DISPLAY FUNCTION TRIM(WS-QUICK-LINE)
059700                 LINE WS-QUICK-LINE-NO POSITION 5
059800         ELSE
059900             MOVE WS-QUICK-LINE TO QUICK-OUT-REC
060000             WRITE QUICK-OUT-REC
060100         END-IF
060200     END-IF
060300     ADD 1 TO WS-QUICK-LINE-NO.
