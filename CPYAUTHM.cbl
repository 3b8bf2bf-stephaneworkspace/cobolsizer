000100******************************************************************
000200*    CPYAUTHM
000300*
000400*    AUTHORIZATION FILE MAINTENANCE - THE CRT SCREEN THAT KEEPS
000500*    CPYAUTH.IDX (COPYBOOK AUTHREC), THE FILE CPYAUTH CHECKS
000600*    BEFORE SALUTTOUS RUNS A MODE, CPYJOB RUNS A STEP OR CPYEDIT
000700*    PATCHES A RECORD. ONE SCREEN LINE PER ENTRY, IN KEY ORDER:
000800*      U  USER IS A MEMBER OF A GROUP
000900*      A  MODE LETTERS ALLOWED ("*" = ALL), ADMIN=Y MAY USE
001000*         THIS SCREEN, APPROVER=Y MAY APPROVE PATCHES
001100*      P  DATA FILE PATH PREFIX ALLOWED ("*" = ANY)
001200*      E  MAY PATCH FILES UNDER A PREFIX, ALL FIELDS OR ONE;
001300*         RISK H HOLDS EVERY SUCH PATCH FOR A SECOND USER
001400*
001500*    COMMANDS: N=NEXT PAGE, T=TOP, A=ADD, C=CHANGE, D=DELETE,
001600*    R=PENDING PATCH APPROVALS, Q=QUIT. ON THE APPROVALS PAGE
001700*    V=APPROVE AND X=REJECT TAKE THE LINE NUMBER OF A REQUEST
001800*    AND E GOES BACK TO THE ENTRIES. C, D, V AND X PICK THE
001900*    ENTRY BY ITS LINE NUMBER ON THE SCREEN. SUBJECTS, GROUPS,
002000*    MODE LETTERS AND FIELD NAMES ARE KEPT UPPER CASE; PATH
002100*    PREFIXES ARE KEPT AS TYPED.
002200*
002300*    ONLY AN ADMINISTRATOR MAY CHANGE ENTRIES. AN APPROVER WHO
002400*    IS NOT ONE GETS THE APPROVALS PAGE ONLY, AND NOBODY MAY
002500*    APPROVE THEIR OWN PATCH. WHILE NO ADMINISTRATOR IS ON FILE
002600*    (THE FIRST RUN) ANYONE MAY SET ONE UP. EVERY CHANGE AND
002700*    EVERY DECISION IS WRITTEN TO THE SECURITY LOG CPYSEC.LOG,
002800*    BESIDE THE REFUSALS CPYAUTH WRITES THERE. RETURN CODE 8
002900*    WHEN THE USER MAY NOT USE THE SCREEN, 12 WHEN THE FILE
003000*    CANNOT BE OPENED.
003100*
003200*    MODIFICATION HISTORY
003300*    2026-10-15  INITIAL VERSION.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. CPYAUTHM.
003700 DATE-WRITTEN. 26/10/15.
003800 AUTHOR SYSTEMS.
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. RM-COBOL.
004200 OBJECT-COMPUTER. RM-COBOL.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT AUTH-FILE ASSIGN TO "CPYAUTH.IDX"
004600         ORGANIZATION INDEXED
004700         ACCESS MODE DYNAMIC
004800         RECORD KEY IS AUTH-KEY
004900         FILE STATUS IS WS-AUTHF-STATUS.
005000     SELECT SEC-FILE ASSIGN TO "CPYSEC.LOG"
005100         ORGANIZATION LINE SEQUENTIAL
005200         FILE STATUS IS WS-SEC-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  AUTH-FILE.
005600     COPY "AUTHREC.cpy".
005700 FD  SEC-FILE.
005800 01  SEC-REC                              PIC X(400).
005900 WORKING-STORAGE SECTION.
006000 01  WS-AUTHF-STATUS                      PIC XX.
006100 01  WS-SEC-STATUS                        PIC XX.
006200 01  WS-USER                              PIC X(20).
006300 01  WS-ADMIN-SW                          PIC X VALUE "N".
006400     88 WS-IS-ADMIN                       VALUE "Y".
006500 01  WS-APPROVER-SW                       PIC X VALUE "?".
006600     88 WS-APPROVER-UNKNOWN               VALUE "?".
006700     88 WS-IS-APPROVER                    VALUE "Y".
006800 01  WS-LIST-SW                           PIC X VALUE "E".
006900     88 WS-LIST-ENTRIES                   VALUE "E".
007000     88 WS-LIST-REQUESTS                  VALUE "R".
007100 01  WS-QUIT-SW                           PIC X VALUE "N".
007200     88 WS-QUIT                           VALUE "Y".
007300 01  WS-EOF-SW                            PIC X.
007400     88 WS-EOF                            VALUE "Y".
007500 01  WS-COMMAND                           PIC X.
007600 01  WS-MSG                               PIC X(79) VALUE SPACES.
007700 01  WS-SCREEN-LINE                       PIC X(79).
007800 01  WS-BLANK-LINE                        PIC X(79) VALUE SPACES.
007900 01  WS-TIMESTAMP                         PIC X(21).
008000
008100* THE PAGE ON SHOW: WHERE IT STARTS, THE KEY OF EACH LINE SO C,
008200* D, V AND X CAN PICK ONE BY NUMBER, AND WHETHER MORE FOLLOW.
008300 01  WS-PAGE-KEY                          PIC X(64).
008400 01  WS-NEXT-PAGE-KEY                     PIC X(64).
008500 01  WS-MORE-SW                           PIC X.
008600     88 WS-MORE                           VALUE "Y".
008700 01  WS-SHOWN-COUNT                       PIC 9(2).
008800 01  WS-SHOWN-TABLE.
008900     05 WS-SHOWN-KEY OCCURS 18 TIMES      PIC X(64).
009000 01  WS-LINE-NO                           PIC 9(2).
009100 01  WS-LINE-TEXT                         PIC X(3).
009200 01  WS-PICK                              PIC 9(2).
009300 01  WS-PICK-OK-SW                        PIC X.
009400     88 WS-PICK-OK                        VALUE "Y".
009500
009600* WHAT THE OPERATOR TYPES AT THE PROMPT LINE.
009700 01  WS-IN-KIND                           PIC X.
009800 01  WS-IN-SUBJECT                        PIC X(20).
009900 01  WS-IN-GROUP                          PIC X(20).
010000 01  WS-IN-MODES                          PIC X(20).
010100 01  WS-IN-FLAG                           PIC X.
010200 01  WS-IN-PATH                           PIC X(200).
010300 01  WS-IN-FIELD                          PIC X(35).
010400 01  WS-NEXT-SEQ                          PIC 9(4).
010500 01  WS-SEQ-DISP                          PIC 9(4).
010600 01  WS-REC-DISP                          PIC ZZZZZZZZ9.
010700 01  WS-DETAIL                            PIC X(250).
010800 01  WS-ENTRY-ID                          PIC X(30).
010900 01  WS-LOG-ACTION                        PIC X(8).
011000 01  WS-LOG-CHECK                         PIC X(6).
011100 01  WS-OUT-LINE                          PIC X(400).
011200
011300     COPY "AUTHRES.cpy".
011400
011500 PROCEDURE DIVISION.
011600
011700 MAIN-MAINTAIN.
011800     MOVE "CPYAUTHM" TO WS-AUTH-PROGRAM
011900     MOVE "ADMIN" TO WS-AUTH-CHECK
012000     CALL "CPYAUTH" USING WS-AUTH-AREA
012100     MOVE WS-AUTH-USER TO WS-USER
012200     IF AUTH-GRANTED
012300         SET WS-IS-ADMIN TO TRUE
012400         IF WS-AUTH-MESSAGE NOT = "ADMINISTRATOR"
012500             MOVE WS-AUTH-MESSAGE TO WS-MSG
012600         END-IF
012700     ELSE
012800         PERFORM ASK-APPROVER
012900         IF NOT WS-IS-APPROVER
013000             DISPLAY "CPYAUTHM: USER " FUNCTION TRIM(WS-USER)
013100                 " MAY NEITHER MAINTAIN THE AUTHORIZATION FILE"
013200                 " NOR APPROVE PATCHES - LOGGED TO CPYSEC.LOG"
013300             MOVE 8 TO RETURN-CODE
013400             STOP RUN
013500         END-IF
013600         SET WS-LIST-REQUESTS TO TRUE
013700     END-IF
013800     PERFORM OPEN-AUTH-FILE
013900     IF WS-AUTHF-STATUS NOT = "00"
014000         DISPLAY "CPYAUTHM: UNABLE TO OPEN CPYAUTH.IDX (STATUS "
014100             WS-AUTHF-STATUS ")"
014200         MOVE 12 TO RETURN-CODE
014300         STOP RUN
014400     END-IF
014500     PERFORM GO-TO-TOP
014600     PERFORM UNTIL WS-QUIT
014700         PERFORM SHOW-PAGE
014800         PERFORM GET-COMMAND
014900     END-PERFORM
015000     CLOSE AUTH-FILE
015100     DISPLAY " " LINE 1 POSITION 1 ERASE EOS
015200     MOVE 0 TO RETURN-CODE
015300     STOP RUN.
015400
015500* I-O KEEPS AN EXISTING FILE; THE FIRST RUN EVER HAS NO FILE YET
015600* (STATUS 35) AND CREATES IT WITH OPEN OUTPUT THEN REOPENS I-O,
015700* THE SAME RETRY SHAPE CPYSNAP USES FOR SIZHIST.IDX.
015800 OPEN-AUTH-FILE.
015900     OPEN I-O AUTH-FILE
016000     IF WS-AUTHF-STATUS = "35"
016100         OPEN OUTPUT AUTH-FILE
016200         IF WS-AUTHF-STATUS = "00"
016300             CLOSE AUTH-FILE
016400             OPEN I-O AUTH-FILE
016500         END-IF
016600     END-IF.
016700
016800* THE APPROVER RIGHT IS ASKED FOR ONCE, THE FIRST TIME IT
016900* MATTERS. CPYAUTH OPENS THE FILE ITSELF. THE MAIN LINE ASKS
017000* BEFORE THIS SCREEN OPENS IT; DECIDE-REQUEST IS THE ONLY CALLER
017100* THAT ASKS WHILE IT IS OPEN, SO IT CLOSES THE FILE AROUND THE
017200* CALL.
017300 ASK-APPROVER.
017400     MOVE "APPROV" TO WS-AUTH-CHECK
017500     CALL "CPYAUTH" USING WS-AUTH-AREA
017600     IF AUTH-GRANTED
017700         SET WS-IS-APPROVER TO TRUE
017800     ELSE
017900         MOVE "N" TO WS-APPROVER-SW
018000     END-IF.
018100
018200 GO-TO-TOP.
018300     MOVE LOW-VALUES TO WS-PAGE-KEY
018400     IF WS-LIST-REQUESTS
018500         MOVE "R" TO WS-PAGE-KEY(1:1)
018600     END-IF.
018700
018800* PAINTS UP TO 18 ENTRIES FROM WS-PAGE-KEY ON, NUMBERED. THE
018900* ENTRIES PAGE SKIPS APPROVAL REQUESTS; THE APPROVALS PAGE SHOWS
019000* ONLY REQUESTS STILL PENDING.
019100 SHOW-PAGE.
019200     DISPLAY " " LINE 1 POSITION 1 ERASE EOS
019300     MOVE SPACES TO WS-SCREEN-LINE
019400     IF WS-LIST-ENTRIES
019500         STRING "AUTHORIZATION FILE CPYAUTH.IDX - USER "
019600                FUNCTION TRIM(WS-USER)
019700                DELIMITED BY SIZE INTO WS-SCREEN-LINE
019800     ELSE
019900         STRING "PENDING PATCH APPROVALS - USER "
020000                FUNCTION TRIM(WS-USER)
020100                DELIMITED BY SIZE INTO WS-SCREEN-LINE
020200     END-IF
020300     DISPLAY WS-SCREEN-LINE LINE 1 POSITION 1
020400     IF WS-LIST-ENTRIES
020500         DISPLAY "NO K SUBJECT              SEQ  DETAIL"
020600             LINE 3 POSITION 1
020700     ELSE
020800         DISPLAY "NO   REQUESTED BY         SEQ  PATCH"
020900             LINE 3 POSITION 1
021000     END-IF
021100     MOVE ZERO TO WS-SHOWN-COUNT
021200     MOVE "N" TO WS-MORE-SW
021300     MOVE "N" TO WS-EOF-SW
021400     MOVE WS-PAGE-KEY TO AUTH-KEY
021500     START AUTH-FILE KEY NOT < AUTH-KEY
021600         INVALID KEY
021700             SET WS-EOF TO TRUE
021800     END-START
021900     PERFORM UNTIL WS-EOF OR WS-MORE
022000         READ AUTH-FILE NEXT RECORD
022100             AT END
022200                 SET WS-EOF TO TRUE
022300         END-READ
022400         IF NOT WS-EOF
022500             PERFORM SHOW-IF-LISTED
022600         END-IF
022700     END-PERFORM
022800     IF WS-SHOWN-COUNT = 0
022900         IF WS-LIST-ENTRIES
023000             DISPLAY "NO ENTRIES - A ADDS ONE" LINE 4 POSITION 1
023100         ELSE
023200             DISPLAY "NO PATCHES ARE WAITING FOR APPROVAL"
023300                 LINE 4 POSITION 1
023400         END-IF
023500     END-IF
023600     IF WS-MSG NOT = SPACES
023700         DISPLAY WS-MSG LINE 22 POSITION 1
023800         MOVE SPACES TO WS-MSG
023900     END-IF.
024000
024100 SHOW-IF-LISTED.
024200     IF WS-LIST-REQUESTS
024300         IF NOT AUTH-IS-REQUEST
024400             SET WS-EOF TO TRUE
024500         END-IF
024600     END-IF
024700     IF NOT WS-EOF
024800       AND ((WS-LIST-ENTRIES AND NOT AUTH-IS-REQUEST)
024900         OR (WS-LIST-REQUESTS AND AUTH-REQ-PENDING))
025000         IF WS-SHOWN-COUNT = 18
025100             SET WS-MORE TO TRUE
025200             MOVE AUTH-KEY TO WS-NEXT-PAGE-KEY
025300         ELSE
025400             ADD 1 TO WS-SHOWN-COUNT
025500             MOVE AUTH-KEY TO WS-SHOWN-KEY(WS-SHOWN-COUNT)
025600             PERFORM BUILD-DETAIL
025700             MOVE WS-SHOWN-COUNT TO WS-LINE-NO
025800             MOVE SPACES TO WS-SCREEN-LINE
025900             STRING WS-LINE-NO " " AUTH-KIND " " AUTH-SUBJECT
026000                    " " AUTH-SEQ " " WS-DETAIL
026100                    DELIMITED BY SIZE INTO WS-SCREEN-LINE
026200             COMPUTE WS-LINE-NO = WS-SHOWN-COUNT + 3
026300             DISPLAY WS-SCREEN-LINE LINE WS-LINE-NO POSITION 1
026400         END-IF
026500     END-IF.
026600
026700* ONE ENTRY'S CONTENT AS THE SCREEN AND THE SECURITY LOG SHOW IT.
026800 BUILD-DETAIL.
026900     MOVE SPACES TO WS-DETAIL
027000     EVALUATE TRUE
027100         WHEN AUTH-IS-MEMBER
027200             STRING "MEMBER OF " FUNCTION TRIM(AUTH-GROUP)
027300                    DELIMITED BY SIZE INTO WS-DETAIL
027400         WHEN AUTH-IS-ACCESS
027500             STRING "MODES " FUNCTION TRIM(AUTH-MODES)
027600                    " ADMIN=" AUTH-ADMIN
027700                    " APPROVER=" AUTH-APPROVER
027800                    DELIMITED BY SIZE INTO WS-DETAIL
027900         WHEN AUTH-IS-PATH
028000             STRING "PATH " FUNCTION TRIM(AUTH-PATH-PREFIX)
028100                    DELIMITED BY SIZE INTO WS-DETAIL
028200         WHEN AUTH-IS-PATCH
028300             IF AUTH-PATCH-FIELD = SPACES
028400                 STRING "PATCH RISK=" AUTH-PATCH-RISK
028500                        " ALL FIELDS "
028600                        FUNCTION TRIM(AUTH-PATCH-PREFIX)
028700                        DELIMITED BY SIZE INTO WS-DETAIL
028800             ELSE
028900                 STRING "PATCH RISK=" AUTH-PATCH-RISK " "
029000                        FUNCTION TRIM(AUTH-PATCH-FIELD) " "
029100                        FUNCTION TRIM(AUTH-PATCH-PREFIX)
029200                        DELIMITED BY SIZE INTO WS-DETAIL
029300             END-IF
029400         WHEN AUTH-IS-REQUEST
029500             MOVE AUTH-REQ-REC-NO TO WS-REC-DISP
029600             STRING FUNCTION TRIM(AUTH-REQ-FIELD) "='"
029700                    FUNCTION TRIM(AUTH-REQ-NEW) "' WAS '"
029800                    FUNCTION TRIM(AUTH-REQ-OLD) "' REC "
029900                    FUNCTION TRIM(WS-REC-DISP) " "
030000                    FUNCTION TRIM(AUTH-REQ-FILE)
030100                    DELIMITED BY SIZE INTO WS-DETAIL
030200         WHEN OTHER
030300             MOVE "UNKNOWN ENTRY KIND" TO WS-DETAIL
030400     END-EVALUATE.
030500
030600 GET-COMMAND.
030700     IF WS-LIST-ENTRIES
030800         DISPLAY "N=NEXT T=TOP A=ADD C=CHANGE D=DELETE "
030900             LINE 24 POSITION 1
031000         DISPLAY "R=APPROVALS Q=QUIT :" LINE 24 POSITION 38
031100         ACCEPT WS-COMMAND LINE 24 POSITION 59
031200     ELSE
031300         DISPLAY "N=NEXT T=TOP V=APPROVE X=REJECT "
031400             LINE 24 POSITION 1
031500         DISPLAY "E=ENTRIES Q=QUIT :" LINE 24 POSITION 33
031600         ACCEPT WS-COMMAND LINE 24 POSITION 52
031700     END-IF
031800     EVALUATE FUNCTION UPPER-CASE(WS-COMMAND)
031900         WHEN "N"
032000             IF WS-MORE
032100                 MOVE WS-NEXT-PAGE-KEY TO WS-PAGE-KEY
032200             ELSE
032300                 MOVE "ALREADY ON THE LAST PAGE" TO WS-MSG
032400             END-IF
032500         WHEN "T"
032600             PERFORM GO-TO-TOP
032700         WHEN "Q"
032800             SET WS-QUIT TO TRUE
032900         WHEN OTHER
033000             IF WS-LIST-ENTRIES
033100                 PERFORM ENTRY-COMMAND
033200             ELSE
033300                 PERFORM REQUEST-COMMAND
033400             END-IF
033500     END-EVALUATE.
033600
033700 ENTRY-COMMAND.
033800     EVALUATE FUNCTION UPPER-CASE(WS-COMMAND)
033900         WHEN "A"
034000             PERFORM ADD-ENTRY
034100         WHEN "C"
034200             PERFORM CHANGE-ENTRY
034300         WHEN "D"
034400             PERFORM DELETE-ENTRY
034500         WHEN "R"
034600             SET WS-LIST-REQUESTS TO TRUE
034700             PERFORM GO-TO-TOP
034800         WHEN OTHER
034900             CONTINUE
035000     END-EVALUATE.
035100
035200 REQUEST-COMMAND.
035300     EVALUATE FUNCTION UPPER-CASE(WS-COMMAND)
035400         WHEN "V"
035500             PERFORM DECIDE-REQUEST
035600         WHEN "X"
035700             PERFORM DECIDE-REQUEST
035800         WHEN "E"
035900             IF WS-IS-ADMIN
036000                 SET WS-LIST-ENTRIES TO TRUE
036100                 PERFORM GO-TO-TOP
036200             ELSE
036300                 MOVE "ONLY AN ADMINISTRATOR MAY SEE THE ENTRIES"
036400                     TO WS-MSG
036500             END-IF
036600         WHEN OTHER
036700             CONTINUE
036800     END-EVALUATE.
036900
037000 CLEAR-PROMPT-LINE.
037100     DISPLAY WS-BLANK-LINE LINE 23 POSITION 1.
037200
037300* READS THE ENTRY ON SCREEN LINE NUMBER WS-PICK; WS-PICK-OK IS
037400* LEFT OFF WHEN THE NUMBER IS NOT ON THE PAGE OR THE ENTRY HAS
037500* GONE SINCE THE PAGE WAS PAINTED.
037600 PICK-ENTRY.
037700     MOVE "N" TO WS-PICK-OK-SW
037800     PERFORM CLEAR-PROMPT-LINE
037900     DISPLAY "LINE NO :" LINE 23 POSITION 1
038000     MOVE SPACES TO WS-LINE-TEXT
038100     ACCEPT WS-LINE-TEXT LINE 23 POSITION 11
038200     IF FUNCTION TRIM(WS-LINE-TEXT) IS NUMERIC
038300         COMPUTE WS-PICK = FUNCTION NUMVAL(WS-LINE-TEXT)
038400         IF WS-PICK > 0 AND WS-PICK <= WS-SHOWN-COUNT
038500             MOVE WS-SHOWN-KEY(WS-PICK) TO AUTH-KEY
038600             READ AUTH-FILE
038700                 INVALID KEY
038800                     MOVE "THAT ENTRY HAS GONE" TO WS-MSG
038900                 NOT INVALID KEY
039000                     SET WS-PICK-OK TO TRUE
039100             END-READ
039200         ELSE
039300             MOVE "NO SUCH LINE ON THIS PAGE" TO WS-MSG
039400         END-IF
039500     ELSE
039600         MOVE "LINE NUMBER MUST BE NUMERIC" TO WS-MSG
039700     END-IF.
039800
039900 ADD-ENTRY.
040000     PERFORM CLEAR-PROMPT-LINE
040100     DISPLAY "KIND (U=MEMBER A=ACCESS P=PATH E=PATCH) :"
040200         LINE 23 POSITION 1
040300     MOVE SPACES TO WS-IN-KIND
040400     ACCEPT WS-IN-KIND LINE 23 POSITION 43
040500     MOVE FUNCTION UPPER-CASE(WS-IN-KIND) TO WS-IN-KIND
040600     IF WS-IN-KIND NOT = "U" AND WS-IN-KIND NOT = "A"
040700       AND WS-IN-KIND NOT = "P" AND WS-IN-KIND NOT = "E"
040800         MOVE "KIND MUST BE U, A, P OR E" TO WS-MSG
040900     ELSE
041000         PERFORM CLEAR-PROMPT-LINE
041100         DISPLAY "USER OR GROUP :" LINE 23 POSITION 1
041200         MOVE SPACES TO WS-IN-SUBJECT
041300         ACCEPT WS-IN-SUBJECT LINE 23 POSITION 17
041400         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-SUBJECT))
041500              TO WS-IN-SUBJECT
041600         IF WS-IN-SUBJECT = SPACES
041700             MOVE "A USER OR GROUP IS REQUIRED" TO WS-MSG
041800         ELSE
041900             PERFORM FIND-NEXT-SEQ
042000             MOVE SPACES TO AUTH-REC
042100             MOVE WS-IN-KIND TO AUTH-KIND
042200             MOVE WS-IN-SUBJECT TO AUTH-SUBJECT
042300             MOVE WS-NEXT-SEQ TO AUTH-SEQ
042400             PERFORM PROMPT-BODY
042500             IF WS-MSG = SPACES
042600                 PERFORM STAMP-ENTRY
042700                 PERFORM PREPARE-LOG-ITEM
042800                 WRITE AUTH-REC
042900                 IF WS-AUTHF-STATUS = "00"
043000                     MOVE "ADDED" TO WS-LOG-ACTION
043100                     PERFORM LOG-CHANGE
043200                     MOVE "ENTRY ADDED" TO WS-MSG
043300                 ELSE
043400                     STRING "ENTRY NOT ADDED (STATUS "
043500                            WS-AUTHF-STATUS ")"
043600                            DELIMITED BY SIZE INTO WS-MSG
043700                 END-IF
043800             END-IF
043900         END-IF
044000     END-IF.
044100
044200* THE NEXT FREE SEQUENCE AMONG THE SUBJECT'S ENTRIES OF THE KIND.
044300 FIND-NEXT-SEQ.
044400     MOVE 1 TO WS-NEXT-SEQ
044500     MOVE "N" TO WS-EOF-SW
044600     MOVE SPACES TO AUTH-KEY
044700     MOVE WS-IN-KIND TO AUTH-KIND
044800     MOVE WS-IN-SUBJECT TO AUTH-SUBJECT
044900     MOVE ZERO TO AUTH-SEQ
045000     START AUTH-FILE KEY NOT < AUTH-KEY
045100         INVALID KEY
045200             SET WS-EOF TO TRUE
045300     END-START
045400     PERFORM UNTIL WS-EOF
045500         READ AUTH-FILE NEXT RECORD
045600             AT END
045700                 SET WS-EOF TO TRUE
045800         END-READ
045900         IF NOT WS-EOF
046000             IF AUTH-KIND NOT = WS-IN-KIND
046100               OR AUTH-SUBJECT NOT = WS-IN-SUBJECT
046200                 SET WS-EOF TO TRUE
046300             ELSE
046400                 COMPUTE WS-NEXT-SEQ = AUTH-SEQ + 1
046500             END-IF
046600         END-IF
046700     END-PERFORM.
046800
046900* THE KIND-SPECIFIC FIELDS OF THE ENTRY IN AUTH-REC. A BLANK
047000* ANSWER KEEPS WHAT IS THERE - ON AN ADD THAT IS NOTHING, SO THE
047100* REQUIRED ONES MUST BE GIVEN AND A BLANK Y/N FLAG IS N. A
047200* PROBLEM COMES BACK IN WS-MSG.
047300 PROMPT-BODY.
047400     EVALUATE TRUE
047500         WHEN AUTH-IS-MEMBER
047600             PERFORM CLEAR-PROMPT-LINE
047700             DISPLAY "MEMBER OF GROUP :" LINE 23 POSITION 1
047800             MOVE SPACES TO WS-IN-GROUP
047900             ACCEPT WS-IN-GROUP LINE 23 POSITION 19
048000             IF WS-IN-GROUP NOT = SPACES
048100                 MOVE FUNCTION UPPER-CASE(
048200                     FUNCTION TRIM(WS-IN-GROUP)) TO AUTH-GROUP
048300             END-IF
048400             IF AUTH-GROUP = SPACES
048500                 MOVE "A GROUP IS REQUIRED" TO WS-MSG
048600             END-IF
048700         WHEN AUTH-IS-ACCESS
048800             PERFORM CLEAR-PROMPT-LINE
048900             DISPLAY "MODE LETTERS (* = ALL) :"
049000                 LINE 23 POSITION 1
049100             MOVE SPACES TO WS-IN-MODES
049200             ACCEPT WS-IN-MODES LINE 23 POSITION 26
049300             IF WS-IN-MODES NOT = SPACES
049400                 MOVE FUNCTION UPPER-CASE(
049500                     FUNCTION TRIM(WS-IN-MODES)) TO AUTH-MODES
049600             END-IF
049700             PERFORM CLEAR-PROMPT-LINE
049800             DISPLAY "ADMINISTRATOR (Y/N) :" LINE 23 POSITION 1
049900             MOVE SPACES TO WS-IN-FLAG
050000             ACCEPT WS-IN-FLAG LINE 23 POSITION 23
050100             IF WS-IN-FLAG NOT = SPACE OR AUTH-ADMIN = SPACE
050200                 PERFORM TAKE-FLAG
050300                 MOVE WS-IN-FLAG TO AUTH-ADMIN
050400             END-IF
050500             PERFORM CLEAR-PROMPT-LINE
050600             DISPLAY "MAY APPROVE PATCHES (Y/N) :"
050700                 LINE 23 POSITION 1
050800             MOVE SPACES TO WS-IN-FLAG
050900             ACCEPT WS-IN-FLAG LINE 23 POSITION 29
051000             IF WS-IN-FLAG NOT = SPACE OR AUTH-APPROVER = SPACE
051100                 PERFORM TAKE-FLAG
051200                 MOVE WS-IN-FLAG TO AUTH-APPROVER
051300             END-IF
051400         WHEN AUTH-IS-PATH
051500             PERFORM CLEAR-PROMPT-LINE
051600             DISPLAY "DATA PATH PREFIX (* = ANY) :"
051700                 LINE 23 POSITION 1
051800             MOVE SPACES TO WS-IN-PATH
051900             ACCEPT WS-IN-PATH LINE 23 POSITION 30
052000             IF WS-IN-PATH NOT = SPACES
052100                 MOVE FUNCTION TRIM(WS-IN-PATH)
052200                      TO AUTH-PATH-PREFIX
052300             END-IF
052400             IF AUTH-PATH-PREFIX = SPACES
052500                 MOVE "A PATH PREFIX IS REQUIRED" TO WS-MSG
052600             END-IF
052700         WHEN AUTH-IS-PATCH
052800             PERFORM CLEAR-PROMPT-LINE
052900             DISPLAY "FILE PATH PREFIX (* = ANY) :"
053000                 LINE 23 POSITION 1
053100             MOVE SPACES TO WS-IN-PATH
053200             ACCEPT WS-IN-PATH LINE 23 POSITION 30
053300             IF WS-IN-PATH NOT = SPACES
053400                 MOVE FUNCTION TRIM(WS-IN-PATH)
053500                      TO AUTH-PATCH-PREFIX
053600             END-IF
053700             PERFORM CLEAR-PROMPT-LINE
053800             DISPLAY "FIELD (* = ALL FIELDS) :" LINE 23 POSITION 1
053900             MOVE SPACES TO WS-IN-FIELD
054000             ACCEPT WS-IN-FIELD LINE 23 POSITION 26
054100             IF WS-IN-FIELD = "*"
054200                 MOVE SPACES TO AUTH-PATCH-FIELD
054300             ELSE
054400                 IF WS-IN-FIELD NOT = SPACES
054500                     MOVE FUNCTION UPPER-CASE(
054600                         FUNCTION TRIM(WS-IN-FIELD))
054700                          TO AUTH-PATCH-FIELD
054800                 END-IF
054900             END-IF
055000             PERFORM CLEAR-PROMPT-LINE
055100             DISPLAY "HIGH RISK - SECOND USER APPROVES (Y/N) :"
055200                 LINE 23 POSITION 1
055300             MOVE SPACES TO WS-IN-FLAG
055400             ACCEPT WS-IN-FLAG LINE 23 POSITION 42
055500             IF WS-IN-FLAG NOT = SPACE OR AUTH-PATCH-RISK = SPACE
055600                 PERFORM TAKE-FLAG
055700                 IF WS-IN-FLAG = "Y"
055800                     MOVE "H" TO AUTH-PATCH-RISK
055900                 ELSE
056000                     MOVE "N" TO AUTH-PATCH-RISK
056100                 END-IF
056200             END-IF
056300             IF AUTH-PATCH-PREFIX = SPACES
056400                 MOVE "A FILE PATH PREFIX IS REQUIRED" TO WS-MSG
056500             END-IF
056600     END-EVALUATE.
056700
056800* Y MEANS Y, ANYTHING ELSE IS N.
056900 TAKE-FLAG.
057000     MOVE FUNCTION UPPER-CASE(WS-IN-FLAG) TO WS-IN-FLAG
057100     IF WS-IN-FLAG NOT = "Y"
057200         MOVE "N" TO WS-IN-FLAG
057300     END-IF.
057400
057500 STAMP-ENTRY.
057600     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
057700     MOVE WS-USER TO AUTH-UPDATED-BY
057800     MOVE WS-TIMESTAMP(1:14) TO AUTH-UPDATED.
057900
058000 CHANGE-ENTRY.
058100     PERFORM PICK-ENTRY
058200     IF WS-PICK-OK
058300         PERFORM PROMPT-BODY
058400         IF WS-MSG = SPACES
058500             PERFORM STAMP-ENTRY
058600             PERFORM PREPARE-LOG-ITEM
058700             REWRITE AUTH-REC
058800             IF WS-AUTHF-STATUS = "00"
058900                 MOVE "CHANGED" TO WS-LOG-ACTION
059000                 PERFORM LOG-CHANGE
059100                 MOVE "ENTRY CHANGED" TO WS-MSG
059200             ELSE
059300                 STRING "ENTRY NOT CHANGED (STATUS "
059400                        WS-AUTHF-STATUS ")"
059500                        DELIMITED BY SIZE INTO WS-MSG
059600             END-IF
059700         END-IF
059800     END-IF.
059900
060000 DELETE-ENTRY.
060100     PERFORM PICK-ENTRY
060200     IF WS-PICK-OK
060300         PERFORM PREPARE-LOG-ITEM
060400         PERFORM CLEAR-PROMPT-LINE
060500         MOVE SPACES TO WS-SCREEN-LINE
060600         STRING "DELETE " AUTH-KIND " "
060700                FUNCTION TRIM(AUTH-SUBJECT) " "
060800                WS-DETAIL
060900                DELIMITED BY SIZE INTO WS-SCREEN-LINE
061000         MOVE " (Y/N) :" TO WS-SCREEN-LINE(60:)
061100         DISPLAY WS-SCREEN-LINE LINE 23 POSITION 1
061200         MOVE SPACES TO WS-IN-FLAG
061300         ACCEPT WS-IN-FLAG LINE 23 POSITION 69
061400         IF FUNCTION UPPER-CASE(WS-IN-FLAG) = "Y"
061500             DELETE AUTH-FILE RECORD
061600             IF WS-AUTHF-STATUS = "00"
061700                 MOVE "DELETED" TO WS-LOG-ACTION
061800                 PERFORM LOG-CHANGE
061900                 MOVE "ENTRY DELETED" TO WS-MSG
062000             ELSE
062100                 STRING "ENTRY NOT DELETED (STATUS "
062200                        WS-AUTHF-STATUS ")"
062300                        DELIMITED BY SIZE INTO WS-MSG
062400             END-IF
062500         ELSE
062600             MOVE "NOTHING DELETED" TO WS-MSG
062700         END-IF
062800     END-IF.
062900
063000* V APPROVES, X REJECTS ONE PENDING REQUEST. ONLY AN APPROVER,
063100* AND NEVER THE USER WHO ASKED FOR THE PATCH.
063200 DECIDE-REQUEST.
063300     IF WS-APPROVER-UNKNOWN
063400         CLOSE AUTH-FILE
063500         PERFORM ASK-APPROVER
063600         PERFORM OPEN-AUTH-FILE
063700     END-IF
063800     IF NOT WS-IS-APPROVER
063900         STRING "USER " FUNCTION TRIM(WS-USER)
064000                " MAY NOT APPROVE PATCHES - LOGGED TO CPYSEC.LOG"
064100                DELIMITED BY SIZE INTO WS-MSG
064200     ELSE
064300         PERFORM PICK-ENTRY
064400         IF WS-PICK-OK
064500             EVALUATE TRUE
064600                 WHEN NOT AUTH-IS-REQUEST
064700                     MOVE "THAT LINE IS NOT A REQUEST" TO WS-MSG
064800                 WHEN NOT AUTH-REQ-PENDING
064900                     MOVE "THAT REQUEST IS ALREADY DECIDED"
065000                         TO WS-MSG
065100                 WHEN AUTH-SUBJECT = WS-USER
065200                     STRING "A REQUESTER MAY NOT DECIDE THEIR"
065300                            " OWN PATCH"
065400                            DELIMITED BY SIZE INTO WS-MSG
065500                 WHEN OTHER
065600                     PERFORM RECORD-DECISION
065700             END-EVALUATE
065800         END-IF
065900     END-IF.
066000
066100 RECORD-DECISION.
066200     IF FUNCTION UPPER-CASE(WS-COMMAND) = "V"
066300         MOVE "A" TO AUTH-REQ-STATUS
066400         MOVE "APPROVED" TO WS-LOG-ACTION
066500     ELSE
066600         MOVE "X" TO AUTH-REQ-STATUS
066700         MOVE "REJECTED" TO WS-LOG-ACTION
066800     END-IF
066900     PERFORM STAMP-ENTRY
067000     MOVE WS-USER TO AUTH-REQ-APPROVER
067100     MOVE WS-TIMESTAMP(1:14) TO AUTH-REQ-DECIDED
067200     MOVE AUTH-SUBJECT TO WS-IN-SUBJECT
067300     PERFORM PREPARE-LOG-ITEM
067400     REWRITE AUTH-REC
067500     IF WS-AUTHF-STATUS = "00"
067600         PERFORM LOG-CHANGE
067700         MOVE SPACES TO WS-MSG
067800         IF WS-LOG-ACTION = "APPROVED"
067900             STRING "APPROVED - THE PATCH GOES THROUGH WHEN "
068000                    FUNCTION TRIM(WS-IN-SUBJECT) " REISSUES IT"
068100                    DELIMITED BY SIZE INTO WS-MSG
068200         ELSE
068300             MOVE "REJECTED" TO WS-MSG
068400         END-IF
068500     ELSE
068600         STRING "DECISION NOT RECORDED (STATUS "
068700                WS-AUTHF-STATUS ")"
068800                DELIMITED BY SIZE INTO WS-MSG
068900     END-IF.
069000
069100* WHAT THE SECURITY LOG LINE WILL SAY ABOUT THE ENTRY, TAKEN
069200* WHILE IT IS STILL IN THE RECORD AREA - BEFORE THE WRITE,
069300* REWRITE OR DELETE.
069400 PREPARE-LOG-ITEM.
069500     PERFORM BUILD-DETAIL
069600     MOVE AUTH-SEQ TO WS-SEQ-DISP
069700     MOVE SPACES TO WS-ENTRY-ID
069800     STRING AUTH-KIND " " FUNCTION TRIM(AUTH-SUBJECT) "/"
069900            WS-SEQ-DISP
070000            DELIMITED BY SIZE INTO WS-ENTRY-ID
070100     IF AUTH-IS-REQUEST
070200         MOVE "APPROV" TO WS-LOG-CHECK
070300     ELSE
070400         MOVE "ADMIN" TO WS-LOG-CHECK
070500     END-IF.
070600
070700* ONE SECURITY LOG LINE PER CHANGE OR DECISION, IN THE SHAPE
070800* CPYAUTH WRITES ITS REFUSALS.
070900 LOG-CHANGE.
071000     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
071100     MOVE SPACES TO WS-OUT-LINE
071200     STRING WS-TIMESTAMP(1:8) "T" WS-TIMESTAMP(9:6)
071300            " " FUNCTION TRIM(WS-LOG-ACTION)
071400            " USER=" FUNCTION TRIM(WS-USER)
071500            " PROGRAM=CPYAUTHM"
071600            " CHECK=" FUNCTION TRIM(WS-LOG-CHECK)
071700            " ITEM=" FUNCTION TRIM(WS-ENTRY-ID)
071800            " - " FUNCTION TRIM(WS-DETAIL)
071900            DELIMITED BY SIZE INTO WS-OUT-LINE
072000     OPEN EXTEND SEC-FILE
072100     IF WS-SEC-STATUS NOT = "00"
072200         OPEN OUTPUT SEC-FILE
072300     END-IF
072400     MOVE WS-OUT-LINE TO SEC-REC
072500     WRITE SEC-REC
072600     CLOSE SEC-FILE.
