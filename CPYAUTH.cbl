000100******************************************************************
000200*    CPYAUTH
000300*
000400*    OPERATOR AUTHORIZATION CHECK - CALLED BY SALUTTOUS, CPYJOB
000500*    AND CPYEDIT BEFORE THEY ACT, AND BY THE CPYAUTHM SCREEN
000600*    THAT MAINTAINS THE FILE. THE USER IS WHOEVER THE USER
000700*    ENVIRONMENT VALUE NAMES (UPPER-CASED), THE SAME USER
000800*    CPYEDIT.LOG RECORDS. THEIR RIGHTS ARE THOSE OF THEIR OWN
000900*    ENTRIES IN THE INDEXED AUTHORIZATION FILE CPYAUTH.IDX
001000*    (COPYBOOK AUTHREC) TOGETHER WITH THOSE OF EVERY GROUP
001100*    THEIR MEMBERSHIP ENTRIES NAME:
001200*      MODE    GRANTED WHEN AN ACCESS ENTRY LISTS THE MODE
001300*              LETTER OR "*"
001400*      PATH    GRANTED WHEN A DATA PATH ENTRY IS A PREFIX OF
001500*              THE FILE'S PATH, OR IS "*". A PATH WITH A ".."
001600*              STEP IN IT IS DENIED BEFORE ANY ENTRY IS TRIED,
001700*              SO test/../prod CANNOT PASS A test/ GRANT
001800*      PATCH   THE MOST SPECIFIC PATCH ENTRY COVERING THE FILE
001900*              DECIDES - ONE NAMING THE FIELD BEATS ONE FOR ALL
002000*              FIELDS, THEN THE LONGEST PREFIX WINS. RISK "H"
002100*              HOLDS THE PATCH UNTIL A SECOND USER APPROVES IT
002200*              ON THE CPYAUTHM SCREEN; THE FIRST ATTEMPT QUEUES
002300*              AN APPROVAL REQUEST, THE SAME PATCH TRIED AGAIN
002400*              AFTER APPROVAL IS GRANTED ONCE AND USES IT UP.
002500*              A PATH WITH A ".." STEP IS DENIED AS FOR PATH.
002600*      ADMIN   GRANTED WHEN AN ACCESS ENTRY CARRIES ADMIN=Y, OR
002700*              WHILE THE FILE HAS NO ADMINISTRATOR AT ALL, SO
002800*              THE FIRST ONE CAN BE SET UP
002900*      APPROV  GRANTED WHEN AN ACCESS ENTRY CARRIES APPROVER=Y
003000*    NO AUTHORIZATION FILE MEANS NOTHING IS GRANTED BUT ADMIN.
003100*    EVERY DENIED OR HELD CHECK, AND EVERY APPROVAL USED, IS
003200*    APPENDED TO THE SECURITY LOG CPYSEC.LOG WITH THE USER, THE
003300*    CALLING PROGRAM AND WHAT WAS ASKED FOR.
003400*
003500*    MODIFICATION HISTORY
003600*    2026-10-15  INITIAL VERSION.
003700******************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. CPYAUTH.
004000 DATE-WRITTEN. 26/10/15.
004100 AUTHOR SYSTEMS.
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. RM-COBOL.
004500 OBJECT-COMPUTER. RM-COBOL.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT AUTH-FILE ASSIGN TO "CPYAUTH.IDX"
004900         ORGANIZATION INDEXED
005000         ACCESS MODE DYNAMIC
005100         RECORD KEY IS AUTH-KEY
005200         FILE STATUS IS WS-AUTHF-STATUS.
005300     SELECT SEC-FILE ASSIGN TO "CPYSEC.LOG"
005400         ORGANIZATION LINE SEQUENTIAL
005500         FILE STATUS IS WS-SEC-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  AUTH-FILE.
005900     COPY "AUTHREC.cpy".
006000 FD  SEC-FILE.
006100 01  SEC-REC                              PIC X(400).
006200 WORKING-STORAGE SECTION.
006300 01  WS-AUTHF-STATUS                      PIC XX.
006400 01  WS-SEC-STATUS                        PIC XX.
006500 01  WS-TIMESTAMP                         PIC X(21).
006600 01  WS-SUBJ-COUNT                        PIC 9(2).
006700 01  WS-SUBJ-IDX                          PIC 9(2).
006800 01  WS-SUBJ-TABLE.
006900     05 WS-SUBJ-NAME OCCURS 11 TIMES      PIC X(20).
007000 01  WS-GROUP-NAME                        PIC X(20).
007100 01  WS-DUP-SW                            PIC X.
007200 01  WS-DUP-IDX                           PIC 9(2).
007300 01  WS-BROWSE-KIND                       PIC X.
007400 01  WS-BROWSE-SUBJECT                    PIC X(20).
007500 01  WS-EOF-SW                            PIC X.
007600     88 WS-EOF                            VALUE "Y".
007700 01  WS-STOP-SW                           PIC X.
007800     88 WS-STOP                           VALUE "Y".
007900 01  WS-TALLY                             PIC 9(4).
008000 01  WS-PREFIX                            PIC X(200).
008100 01  WS-PREFIX-LEN                        PIC 9(4).
008200 01  WS-PATH-LEN                          PIC 9(4).
008300 01  WS-MATCH-SW                          PIC X.
008400     88 WS-MATCH                          VALUE "Y".
008500 01  WS-UP-LEVEL-SW                       PIC X.
008600     88 WS-UP-LEVEL                       VALUE "Y".
008700 01  WS-BEST-SW                           PIC X.
008800     88 WS-BEST-FOUND                     VALUE "Y".
008900 01  WS-BEST-FIELD-SW                     PIC X.
009000 01  WS-BEST-LEN                          PIC 9(4).
009100 01  WS-BEST-RISK                         PIC X.
009200 01  WS-BEST-SUBJECT                      PIC X(20).
009300 01  WS-ENTRY-FIELD-SW                    PIC X.
009400 01  WS-REQ-STATE                         PIC X.
009500     88 WS-REQ-NONE                       VALUE "N".
009600     88 WS-REQ-WAITING                    VALUE "P".
009700     88 WS-REQ-GIVEN                      VALUE "A".
009800 01  WS-REQ-SEQ                           PIC 9(4).
009900 01  WS-REQ-MAX-SEQ                       PIC 9(4).
010000 01  WS-REQ-ID                            PIC X(30).
010100 01  WS-ITEM                              PIC X(250).
010200 01  WS-REC-DISP                          PIC ZZZZZZZZ9.
010300 01  WS-RESULT-WORD                       PIC X(7).
010400 01  WS-LOG-SW                            PIC X.
010500     88 WS-LOG-IT                         VALUE "Y".
010600 01  WS-OUT-LINE                          PIC X(400).
010700
010800 LINKAGE SECTION.
010900     COPY "AUTHRES.cpy".
011000
011100 PROCEDURE DIVISION USING WS-AUTH-AREA.
011200
011300 MAIN-AUTH.
011400     MOVE "D" TO WS-AUTH-RESULT
011500     MOVE SPACES TO WS-AUTH-MESSAGE WS-AUTH-APPROVER
011600     MOVE "N" TO WS-LOG-SW
011700     MOVE FUNCTION UPPER-CASE(WS-AUTH-CHECK) TO WS-AUTH-CHECK
011800     MOVE SPACES TO WS-AUTH-USER
011900     ACCEPT WS-AUTH-USER FROM ENVIRONMENT "USER"
012000     IF WS-AUTH-USER = SPACES
012100         MOVE "UNKNOWN" TO WS-AUTH-USER
012200     END-IF
012300     MOVE FUNCTION UPPER-CASE(WS-AUTH-USER) TO WS-AUTH-USER
012400     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
012500     IF WS-AUTH-CHECK = "PATCH"
012600         OPEN I-O AUTH-FILE
012700     ELSE
012800         OPEN INPUT AUTH-FILE
012900     END-IF
013000     IF WS-AUTHF-STATUS NOT = "00"
013100         MOVE SPACES TO WS-AUTH-MESSAGE
013200         IF WS-AUTH-CHECK = "ADMIN" AND WS-AUTHF-STATUS = "35"
013300             MOVE "G" TO WS-AUTH-RESULT
013400             STRING "NO AUTHORIZATION FILE YET - SET UP AN "
013500                    "ADMINISTRATOR FIRST"
013600                    DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
013700             SET WS-LOG-IT TO TRUE
013800         ELSE
013900             STRING "AUTHORIZATION FILE CPYAUTH.IDX UNAVAILABLE"
014000                    " (STATUS " WS-AUTHF-STATUS
014100                    ") - NOTHING IS ALLOWED"
014200                    DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
014300         END-IF
014400         PERFORM WRITE-SECURITY-LINE
014500         GOBACK
014600     END-IF
014700     PERFORM LOAD-SUBJECTS
014800     EVALUATE WS-AUTH-CHECK
014900         WHEN "MODE"
015000             PERFORM CHECK-MODE
015100         WHEN "PATH"
015200             PERFORM CHECK-PATH
015300         WHEN "PATCH"
015400             PERFORM CHECK-PATCH
015500         WHEN "ADMIN"
015600             PERFORM CHECK-ADMIN
015700         WHEN "APPROV"
015800             PERFORM CHECK-APPROVER
015900         WHEN OTHER
016000             MOVE SPACES TO WS-AUTH-MESSAGE
016100             STRING "UNKNOWN AUTHORIZATION CHECK "
016200                    FUNCTION TRIM(WS-AUTH-CHECK)
016300                    DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
016400     END-EVALUATE
016500     CLOSE AUTH-FILE
016600     IF NOT AUTH-GRANTED OR WS-LOG-IT
016700         PERFORM WRITE-SECURITY-LINE
016800     END-IF
016900     GOBACK.
017000
017100* THE USER FIRST, THEN EACH GROUP THEIR MEMBERSHIP ENTRIES NAME
017200* (UP TO TEN, EACH ONCE).
017300 LOAD-SUBJECTS.
017400     MOVE 1 TO WS-SUBJ-COUNT
017500     MOVE WS-AUTH-USER TO WS-SUBJ-NAME(1)
017600     MOVE "U" TO WS-BROWSE-KIND
017700     MOVE WS-AUTH-USER TO WS-BROWSE-SUBJECT
017800     PERFORM START-ENTRIES
017900     PERFORM UNTIL WS-EOF
018000         MOVE FUNCTION UPPER-CASE(AUTH-GROUP) TO WS-GROUP-NAME
018100         MOVE "N" TO WS-DUP-SW
018200         PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
018300                   UNTIL WS-DUP-IDX > WS-SUBJ-COUNT
018400             IF WS-SUBJ-NAME(WS-DUP-IDX) = WS-GROUP-NAME
018500                 MOVE "Y" TO WS-DUP-SW
018600             END-IF
018700         END-PERFORM
018800         IF WS-GROUP-NAME NOT = SPACES AND WS-DUP-SW = "N"
018900           AND WS-SUBJ-COUNT < 11
019000             ADD 1 TO WS-SUBJ-COUNT
019100             MOVE WS-GROUP-NAME TO WS-SUBJ-NAME(WS-SUBJ-COUNT)
019200         END-IF
019300         PERFORM READ-NEXT-ENTRY
019400     END-PERFORM.
019500
019600* POSITIONS ON THE FIRST ENTRY OF ONE KIND FOR ONE SUBJECT;
019700* WS-EOF IS SET WHEN THERE IS NONE.
019800 START-ENTRIES.
019900     MOVE "N" TO WS-EOF-SW
020000     MOVE SPACES TO AUTH-KEY
020100     MOVE WS-BROWSE-KIND TO AUTH-KIND
020200     MOVE WS-BROWSE-SUBJECT TO AUTH-SUBJECT
020300     MOVE ZERO TO AUTH-SEQ
020400     START AUTH-FILE KEY NOT < AUTH-KEY
020500         INVALID KEY
020600             SET WS-EOF TO TRUE
020700     END-START
020800     IF NOT WS-EOF
020900         PERFORM READ-NEXT-ENTRY
021000     END-IF.
021100
021200 READ-NEXT-ENTRY.
021300     READ AUTH-FILE NEXT RECORD
021400         AT END
021500             SET WS-EOF TO TRUE
021600     END-READ
021700     IF NOT WS-EOF
021800         IF AUTH-KIND NOT = WS-BROWSE-KIND
021900           OR AUTH-SUBJECT NOT = WS-BROWSE-SUBJECT
022000             SET WS-EOF TO TRUE
022100         END-IF
022200     END-IF.
022300
022400* RUNS EVERY ENTRY OF KIND WS-BROWSE-KIND BELONGING TO THE USER
022500* OR ONE OF THEIR GROUPS PAST TEST-ENTRY, STOPPING EARLY ONCE A
022600* YES/NO CHECK HAS ITS ANSWER.
022700 SCAN-SUBJECTS.
022800     MOVE "N" TO WS-STOP-SW
022900     PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
023000               UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT OR WS-STOP
023100         MOVE WS-SUBJ-NAME(WS-SUBJ-IDX) TO WS-BROWSE-SUBJECT
023200         PERFORM START-ENTRIES
023300         PERFORM UNTIL WS-EOF OR WS-STOP
023400             PERFORM TEST-ENTRY
023500             PERFORM READ-NEXT-ENTRY
023600         END-PERFORM
023700     END-PERFORM.
023800
023900 TEST-ENTRY.
024000     EVALUATE WS-AUTH-CHECK
024100         WHEN "MODE"
024200             MOVE ZERO TO WS-TALLY
024300             INSPECT AUTH-MODES TALLYING WS-TALLY
024400                 FOR ALL WS-AUTH-MODE
024500             INSPECT AUTH-MODES TALLYING WS-TALLY FOR ALL "*"
024600             IF WS-TALLY > 0
024700                 SET WS-STOP TO TRUE
024800             END-IF
024900         WHEN "ADMIN"
025000             IF AUTH-ADMIN = "Y"
025100                 SET WS-STOP TO TRUE
025200             END-IF
025300         WHEN "APPROV"
025400             IF AUTH-APPROVER = "Y"
025500                 SET WS-STOP TO TRUE
025600             END-IF
025700         WHEN "PATH"
025800             MOVE AUTH-PATH-PREFIX TO WS-PREFIX
025900             PERFORM MATCH-PREFIX
026000             IF WS-MATCH
026100                 SET WS-STOP TO TRUE
026200             END-IF
026300         WHEN "PATCH"
026400             PERFORM TEST-PATCH-ENTRY
026500     END-EVALUATE
026600     IF WS-STOP
026700         MOVE WS-BROWSE-SUBJECT TO WS-BEST-SUBJECT
026800     END-IF.
026900
027000* "*" MATCHES ANY PATH AT LENGTH ZERO, SO ANY REAL PREFIX THAT
027100* ALSO MATCHES COUNTS AS MORE SPECIFIC.
027200 MATCH-PREFIX.
027300     MOVE "N" TO WS-MATCH-SW
027400     MOVE ZERO TO WS-PREFIX-LEN
027500     IF WS-PREFIX = "*"
027600         SET WS-MATCH TO TRUE
027700     ELSE
027800         IF WS-PREFIX NOT = SPACES
027900             COMPUTE WS-PREFIX-LEN =
028000                 FUNCTION LENGTH(FUNCTION TRIM(WS-PREFIX))
028100             COMPUTE WS-PATH-LEN =
028200                 FUNCTION LENGTH(FUNCTION TRIM(WS-AUTH-PATH))
028300             IF WS-PREFIX-LEN <= WS-PATH-LEN
028400               AND WS-AUTH-PATH(1:WS-PREFIX-LEN) =
028500                   WS-PREFIX(1:WS-PREFIX-LEN)
028600                 SET WS-MATCH TO TRUE
028700             END-IF
028800         END-IF
028900     END-IF.
029000
029100 CHECK-MODE.
029200     MOVE FUNCTION UPPER-CASE(WS-AUTH-MODE) TO WS-AUTH-MODE
029300     IF WS-AUTH-MODE = SPACE
029400         MOVE "NO MODE GIVEN" TO WS-AUTH-MESSAGE
029500     ELSE
029600         MOVE "A" TO WS-BROWSE-KIND
029700         PERFORM SCAN-SUBJECTS
029800         MOVE SPACES TO WS-AUTH-MESSAGE
029900         IF WS-STOP
030000             MOVE "G" TO WS-AUTH-RESULT
030100             STRING "MODE " WS-AUTH-MODE " GRANTED TO "
030200                    FUNCTION TRIM(WS-BEST-SUBJECT)
030300                    DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
030400         ELSE
030500             STRING "USER " FUNCTION TRIM(WS-AUTH-USER)
030600                    " IS NOT AUTHORIZED FOR MODE " WS-AUTH-MODE
030700                    DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
030800         END-IF
030900     END-IF.
031000
031100 CHECK-PATH.
031200     PERFORM TEST-UP-LEVEL
031300     EVALUATE TRUE
031400         WHEN WS-AUTH-PATH = SPACES
031500             MOVE "NO DATA FILE GIVEN" TO WS-AUTH-MESSAGE
031600         WHEN WS-UP-LEVEL
031700             PERFORM REFUSE-UP-LEVEL
031800         WHEN OTHER
031900             PERFORM SCAN-PATH-ENTRIES
032000     END-EVALUATE.
032100
032200* A ".." STEP COULD CLIMB OUT OF THE GRANTED DIRECTORY AFTER
032300* THE PREFIX HAS MATCHED, SO A PATH HOLDING ONE IS NEVER
032400* COMPARED WITH AN ENTRY AT ALL.
032500 TEST-UP-LEVEL.
032600     MOVE "N" TO WS-UP-LEVEL-SW
032700     COMPUTE WS-PATH-LEN =
032800         FUNCTION LENGTH(FUNCTION TRIM(WS-AUTH-PATH TRAILING))
032900     MOVE ZERO TO WS-TALLY
033000     INSPECT WS-AUTH-PATH TALLYING WS-TALLY FOR ALL "/../"
033100     IF WS-TALLY > 0
033200       OR WS-AUTH-PATH = ".."
033300       OR WS-AUTH-PATH(1:3) = "../"
033400         SET WS-UP-LEVEL TO TRUE
033500     END-IF
033600     IF WS-PATH-LEN > 2
033700         IF WS-AUTH-PATH(WS-PATH-LEN - 2:3) = "/.."
033800             SET WS-UP-LEVEL TO TRUE
033900         END-IF
034000     END-IF.
034100
034200* THE RESULT STAYS "D", SO MAIN-AUTH LOGS THE REFUSAL.
034300 REFUSE-UP-LEVEL.
034400     MOVE SPACES TO WS-AUTH-MESSAGE
034500     STRING "PATH " FUNCTION TRIM(WS-AUTH-PATH)
034600            " CONTAINS A .. STEP - NOT ALLOWED"
034700            DELIMITED BY SIZE INTO WS-AUTH-MESSAGE.
034800
034900 SCAN-PATH-ENTRIES.
035000     MOVE "P" TO WS-BROWSE-KIND
035100     PERFORM SCAN-SUBJECTS
035200     MOVE SPACES TO WS-AUTH-MESSAGE
035300     IF WS-STOP
035400         MOVE "G" TO WS-AUTH-RESULT
035500         STRING "DATA PATH GRANTED TO "
035600                FUNCTION TRIM(WS-BEST-SUBJECT)
035700                DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
035800     ELSE
035900         STRING "USER " FUNCTION TRIM(WS-AUTH-USER)
036000                " MAY NOT USE "
036100                FUNCTION TRIM(WS-AUTH-PATH)
036200                DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
036300     END-IF.
036400
036500 CHECK-ADMIN.
036600     MOVE "A" TO WS-BROWSE-KIND
036700     PERFORM SCAN-SUBJECTS
036800     IF WS-STOP
036900         MOVE "G" TO WS-AUTH-RESULT
037000         MOVE "ADMINISTRATOR" TO WS-AUTH-MESSAGE
037100     ELSE
037200         PERFORM FIND-ANY-ADMIN
037300         IF WS-STOP
037400             MOVE SPACES TO WS-AUTH-MESSAGE
037500             STRING "USER " FUNCTION TRIM(WS-AUTH-USER)
037600                    " MAY NOT MAINTAIN THE AUTHORIZATION FILE"
037700                    DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
037800         ELSE
037900             MOVE "G" TO WS-AUTH-RESULT
038000             MOVE SPACES TO WS-AUTH-MESSAGE
038100             STRING "NO ADMINISTRATOR ON FILE YET - GRANT ONE "
038200                    "BEFORE LEAVING"
038300                    DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
038400             SET WS-LOG-IT TO TRUE
038500         END-IF
038600     END-IF.
038700
038800* WS-STOP COMES BACK SET WHEN ANY SUBJECT AT ALL HOLDS ADMIN=Y.
038900 FIND-ANY-ADMIN.
039000     MOVE "N" TO WS-STOP-SW
039100     MOVE "N" TO WS-EOF-SW
039200     MOVE LOW-VALUES TO AUTH-KEY
039300     MOVE "A" TO AUTH-KIND
039400     START AUTH-FILE KEY NOT < AUTH-KEY
039500         INVALID KEY
039600             SET WS-EOF TO TRUE
039700     END-START
039800     PERFORM UNTIL WS-EOF OR WS-STOP
039900         READ AUTH-FILE NEXT RECORD
040000             AT END
040100                 SET WS-EOF TO TRUE
040200         END-READ
040300         IF NOT WS-EOF
040400             IF AUTH-KIND NOT = "A"
040500                 SET WS-EOF TO TRUE
040600             ELSE
040700                 IF AUTH-ADMIN = "Y"
040800                     SET WS-STOP TO TRUE
040900                 END-IF
041000             END-IF
041100         END-IF
041200     END-PERFORM.
041300
041400 CHECK-APPROVER.
041500     MOVE "A" TO WS-BROWSE-KIND
041600     PERFORM SCAN-SUBJECTS
041700     MOVE SPACES TO WS-AUTH-MESSAGE
041800     IF WS-STOP
041900         MOVE "G" TO WS-AUTH-RESULT
042000         MOVE "APPROVER" TO WS-AUTH-MESSAGE
042100     ELSE
042200         STRING "USER " FUNCTION TRIM(WS-AUTH-USER)
042300                " MAY NOT APPROVE PATCHES"
042400                DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
042500     END-IF.
042600
042700* KEEPS THE MOST SPECIFIC PATCH ENTRY COVERING THE FILE AND
042800* FIELD: A NAMED FIELD BEATS ALL FIELDS, THEN A LONGER PREFIX
042900* BEATS A SHORTER ONE.
043000 TEST-PATCH-ENTRY.
043100     MOVE AUTH-PATCH-PREFIX TO WS-PREFIX
043200     PERFORM MATCH-PREFIX
043300     IF WS-MATCH
043400         MOVE "N" TO WS-ENTRY-FIELD-SW
043500         IF AUTH-PATCH-FIELD NOT = SPACES
043600             IF FUNCTION UPPER-CASE(AUTH-PATCH-FIELD) =
043700                FUNCTION UPPER-CASE(WS-AUTH-FIELD)
043800                 MOVE "Y" TO WS-ENTRY-FIELD-SW
043900             ELSE
044000                 MOVE "N" TO WS-MATCH-SW
044100             END-IF
044200         END-IF
044300     END-IF
044400     IF WS-MATCH
044500         IF NOT WS-BEST-FOUND
044600           OR (WS-ENTRY-FIELD-SW = "Y"
044700               AND WS-BEST-FIELD-SW = "N")
044800           OR (WS-ENTRY-FIELD-SW = WS-BEST-FIELD-SW
044900               AND WS-PREFIX-LEN > WS-BEST-LEN)
045000             SET WS-BEST-FOUND TO TRUE
045100             MOVE WS-ENTRY-FIELD-SW TO WS-BEST-FIELD-SW
045200             MOVE WS-PREFIX-LEN TO WS-BEST-LEN
045300             MOVE AUTH-PATCH-RISK TO WS-BEST-RISK
045400             MOVE WS-BROWSE-SUBJECT TO WS-BEST-SUBJECT
045500         END-IF
045600     END-IF.
045700
045800 CHECK-PATCH.
045900     MOVE "N" TO WS-BEST-SW
046000     MOVE "N" TO WS-BEST-FIELD-SW
046100     MOVE ZERO TO WS-BEST-LEN
046200     PERFORM TEST-UP-LEVEL
046300     IF NOT WS-UP-LEVEL
046400         MOVE "E" TO WS-BROWSE-KIND
046500         PERFORM SCAN-SUBJECTS
046600     END-IF
046700     MOVE SPACES TO WS-AUTH-MESSAGE
046800     EVALUATE TRUE
046900         WHEN WS-UP-LEVEL
047000             PERFORM REFUSE-UP-LEVEL
047100         WHEN NOT WS-BEST-FOUND
047200             STRING "USER " FUNCTION TRIM(WS-AUTH-USER)
047300                    " MAY NOT PATCH "
047400                    FUNCTION TRIM(WS-AUTH-FIELD) " IN "
047500                    FUNCTION TRIM(WS-AUTH-PATH)
047600                    DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
047700         WHEN WS-BEST-RISK = "H"
047800             PERFORM CHECK-APPROVAL
047900         WHEN OTHER
048000             MOVE "G" TO WS-AUTH-RESULT
048100             STRING "PATCH GRANTED TO "
048200                    FUNCTION TRIM(WS-BEST-SUBJECT)
048300                    DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
048400     END-EVALUATE.
048500
048600* A HIGH-RISK PATCH: LOOK FOR THIS USER'S REQUEST FOR EXACTLY
048700* THIS PATCH - SAME FILE, RECORD, KEY, FIELD AND NEW VALUE. AN
048800* APPROVED ONE IS USED UP AND THE PATCH GRANTED; A PENDING ONE
048900* KEEPS IT HELD; OTHERWISE A NEW REQUEST IS QUEUED. REJECTED
049000* AND USED REQUESTS ARE HISTORY AND DO NOT COUNT.
049100 CHECK-APPROVAL.
049200     MOVE "N" TO WS-REQ-STATE
049300     MOVE ZERO TO WS-REQ-SEQ WS-REQ-MAX-SEQ
049400     MOVE "R" TO WS-BROWSE-KIND
049500     MOVE WS-AUTH-USER TO WS-BROWSE-SUBJECT
049600     PERFORM START-ENTRIES
049700     PERFORM UNTIL WS-EOF OR WS-REQ-GIVEN
049800         MOVE AUTH-SEQ TO WS-REQ-MAX-SEQ
049900         IF AUTH-REQ-FILE = WS-AUTH-PATH
050000           AND AUTH-REQ-REC-NO = WS-AUTH-REC-NO
050100           AND AUTH-REQ-KEY = WS-AUTH-KEY
050200           AND AUTH-REQ-FIELD = WS-AUTH-FIELD
050300           AND AUTH-REQ-NEW = WS-AUTH-NEW
050400             IF AUTH-REQ-APPROVED
050500                 SET WS-REQ-GIVEN TO TRUE
050600                 MOVE AUTH-SEQ TO WS-REQ-SEQ
050700             END-IF
050800             IF AUTH-REQ-PENDING
050900                 SET WS-REQ-WAITING TO TRUE
051000                 MOVE AUTH-SEQ TO WS-REQ-SEQ
051100             END-IF
051200         END-IF
051300         IF NOT WS-REQ-GIVEN
051400             PERFORM READ-NEXT-ENTRY
051500         END-IF
051600     END-PERFORM
051700     EVALUATE TRUE
051800         WHEN WS-REQ-GIVEN
051900             PERFORM USE-APPROVAL
052000         WHEN WS-REQ-WAITING
052100             MOVE "H" TO WS-AUTH-RESULT
052200             PERFORM BUILD-REQUEST-ID
052300             STRING "PATCH STILL AWAITS A SECOND USER'S "
052400                    "APPROVAL - REQUEST "
052500                    FUNCTION TRIM(WS-REQ-ID)
052600                    DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
052700         WHEN OTHER
052800             PERFORM QUEUE-REQUEST
052900     END-EVALUATE.
053000
053100 USE-APPROVAL.
053200     MOVE AUTH-REQ-APPROVER TO WS-AUTH-APPROVER
053300     MOVE "U" TO AUTH-REQ-STATUS
053400     MOVE WS-AUTH-USER TO AUTH-UPDATED-BY
053500     MOVE WS-TIMESTAMP(1:14) TO AUTH-UPDATED
053600     REWRITE AUTH-REC
053700     PERFORM BUILD-REQUEST-ID
053800     IF WS-AUTHF-STATUS = "00"
053900         MOVE "G" TO WS-AUTH-RESULT
054000         SET WS-LOG-IT TO TRUE
054100         STRING "PATCH APPROVED BY "
054200                FUNCTION TRIM(WS-AUTH-APPROVER)
054300                " - REQUEST " FUNCTION TRIM(WS-REQ-ID)
054400                DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
054500     ELSE
054600         STRING "APPROVAL " FUNCTION TRIM(WS-REQ-ID)
054700                " COULD NOT BE MARKED USED (STATUS "
054800                WS-AUTHF-STATUS ")"
054900                DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
055000     END-IF.
055100
055200 QUEUE-REQUEST.
055300     MOVE SPACES TO AUTH-REC
055400     MOVE "R" TO AUTH-KIND
055500     MOVE WS-AUTH-USER TO AUTH-SUBJECT
055600     ADD 1 TO WS-REQ-MAX-SEQ GIVING WS-REQ-SEQ
055700     MOVE WS-REQ-SEQ TO AUTH-SEQ
055800     MOVE WS-AUTH-USER TO AUTH-UPDATED-BY
055900     MOVE WS-TIMESTAMP(1:14) TO AUTH-UPDATED
056000     MOVE "P" TO AUTH-REQ-STATUS
056100     MOVE WS-AUTH-PATH TO AUTH-REQ-FILE
056200     MOVE WS-AUTH-REC-NO TO AUTH-REQ-REC-NO
056300     MOVE WS-AUTH-KEY TO AUTH-REQ-KEY
056400     MOVE WS-AUTH-FIELD TO AUTH-REQ-FIELD
056500     MOVE WS-AUTH-OLD TO AUTH-REQ-OLD
056600     MOVE WS-AUTH-NEW TO AUTH-REQ-NEW
056700     MOVE WS-TIMESTAMP(1:14) TO AUTH-REQ-STAMP
056800     WRITE AUTH-REC
056900     PERFORM BUILD-REQUEST-ID
057000     IF WS-AUTHF-STATUS = "00"
057100         MOVE "H" TO WS-AUTH-RESULT
057200         STRING "HIGH-RISK PATCH HELD FOR A SECOND USER'S "
057300                "APPROVAL - REQUEST "
057400                FUNCTION TRIM(WS-REQ-ID) " QUEUED"
057500                DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
057600     ELSE
057700         STRING "HIGH-RISK PATCH NEEDS APPROVAL BUT THE "
057800                "REQUEST COULD NOT BE QUEUED (STATUS "
057900                WS-AUTHF-STATUS ")"
058000                DELIMITED BY SIZE INTO WS-AUTH-MESSAGE
058100     END-IF.
058200
058300 BUILD-REQUEST-ID.
058400     MOVE SPACES TO WS-REQ-ID
058500     STRING FUNCTION TRIM(WS-AUTH-USER) "/" WS-REQ-SEQ
058600            DELIMITED BY SIZE INTO WS-REQ-ID.
058700
058800* ONE LINE PER REFUSAL, HOLD OR APPROVAL USED, APPENDED THE WAY
058900* CPYEDIT APPENDS ITS LOG - THE FIRST ONE CREATES THE FILE.
059000 WRITE-SECURITY-LINE.
059100     MOVE SPACES TO WS-ITEM
059200     EVALUATE WS-AUTH-CHECK
059300         WHEN "MODE"
059400             MOVE WS-AUTH-MODE TO WS-ITEM
059500         WHEN "PATH"
059600             MOVE WS-AUTH-PATH TO WS-ITEM
059700         WHEN "PATCH"
059800             MOVE WS-AUTH-REC-NO TO WS-REC-DISP
059900             STRING FUNCTION TRIM(WS-AUTH-PATH)
060000                    " REC=" FUNCTION TRIM(WS-REC-DISP)
060100                    " FIELD=" FUNCTION TRIM(WS-AUTH-FIELD)
060200                    " NEW='" FUNCTION TRIM(WS-AUTH-NEW) "'"
060300                    DELIMITED BY SIZE INTO WS-ITEM
060400         WHEN OTHER
060500             MOVE "-" TO WS-ITEM
060600     END-EVALUATE
060700     EVALUATE TRUE
060800         WHEN AUTH-HELD
060900             MOVE "HELD" TO WS-RESULT-WORD
061000         WHEN AUTH-GRANTED
061100             MOVE "GRANTED" TO WS-RESULT-WORD
061200         WHEN OTHER
061300             MOVE "DENIED" TO WS-RESULT-WORD
061400     END-EVALUATE
061500     MOVE SPACES TO WS-OUT-LINE
061600     STRING WS-TIMESTAMP(1:8) "T" WS-TIMESTAMP(9:6)
061700            " " FUNCTION TRIM(WS-RESULT-WORD)
061800            " USER=" FUNCTION TRIM(WS-AUTH-USER)
061900            " PROGRAM=" FUNCTION TRIM(WS-AUTH-PROGRAM)
062000            " CHECK=" FUNCTION TRIM(WS-AUTH-CHECK)
062100            " ITEM=" FUNCTION TRIM(WS-ITEM)
062200            " - " FUNCTION TRIM(WS-AUTH-MESSAGE)
062300            DELIMITED BY SIZE INTO WS-OUT-LINE
062400     OPEN EXTEND SEC-FILE
062500     IF WS-SEC-STATUS NOT = "00"
062600         OPEN OUTPUT SEC-FILE
062700     END-IF
062800     MOVE WS-OUT-LINE TO SEC-REC
062900     WRITE SEC-REC
063000     CLOSE SEC-FILE.
