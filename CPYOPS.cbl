000100******************************************************************
000200*    CPYOPS
000300*
000400*    MORNING OPERATIONS SUMMARY. AFTER A NIGHT RUN THE ANSWER
000500*    TO "DID EVERYTHING RUN, AND DID ANYONE TOUCH DATA?" IS
000600*    SPREAD OVER THE CPYJOB <CARD>.LOG FILES, THE CPYINTAKE
000700*    <CTL>.RPT REPORTS AND THEIR QUARANTINE DIRECTORIES,
000800*    CPYEDIT.LOG AND CPYAUDIT.LOG. THIS READS THEM ALL FOR ONE
000900*    BUSINESS DATE AND WRITES ONE SUMMARY:
001000*      - EVERY CPYJOB STEP WITH ITS START AND END TIMES,
001100*        STATUS AND ELAPSED TIME
001200*      - EVERY INTAKE FEED WITH PASS/FAIL, ITS RECORD COUNT
001300*        AND WHERE A FAILED FILE WAS QUARANTINED, THEN WHAT
001400*        EACH QUARANTINE DIRECTORY NOW HOLDS
001500*      - EVERY CPYEDIT PATCH WITH ITS USER, FILE, FIELD AND
001600*        OLD AND NEW VALUES
001700*      - EVERY COPYBOOK SIZED, FLAGGED WHEN ITS TOTAL SIZE
001800*        DIFFERS FROM THE LAST SNAPSHOT IN SIZHIST.IDX TAKEN
001900*        BEFORE THE NIGHT (COMPARED WITHIN ONE SIZING PROFILE,
002000*        AS CPYHIST TRENDS ARE)
002100*    AND ENDS WITH AN EXCEPTIONS-ONLY SECTION FOR THE SHIFT
002200*    HANDOVER: FAILED OR UNFINISHED STEPS AND JOBS, JOBS AND
002300*    INTAKES THAT DID NOT RUN, FAILED FEEDS (AND ANY FAILED
002400*    FILE MISSING FROM ITS QUARANTINE DIRECTORY), BAD CARDS,
002500*    EVERY DATA PATCH AND EVERY CHANGED COPYBOOK SIZE.
002600*
002700*    A BUSINESS DATE IS A BATCH DAY: IT RUNS FROM THE DAY
002800*    START TIME (DEFAULT 06:00) ON THAT DATE TO THE SAME TIME
002900*    NEXT MORNING, SO A NIGHT RUN THAT CROSSES MIDNIGHT STAYS
003000*    IN ONE SUMMARY. A JOB BELONGS TO THE DAY ITS JOB LOG SAYS
003100*    IT STARTED IN, AN INTAKE RUN TO THE DAY ITS REPORT
003200*    HEADER WAS STAMPED IN, A PATCH OR SIZING TO THE DAY OF
003300*    ITS LOG LINE.
003400*
003500*    THE CONTROL FILE IS LINE SEQUENTIAL, KEYWORD=VALUE, # IN
003600*    COLUMN 1 FOR COMMENTS:
003700*      JOB=       A CPYJOB CARD FILE - ITS LOG <CARD>.LOG IS
003800*                 READ (ONE CARD PER JOB, UP TO 50)
003900*      INTAKE=    A CPYINTAKE CONTROL FILE - ITS REPORT
004000*                 <CTL>.RPT IS READ (UP TO 50)
004100*      EDITLOG=   THE PATCH LOG, DEFAULT CPYEDIT.LOG
004200*      AUDITLOG=  THE SIZING LOG, DEFAULT CPYAUDIT.LOG
004300*      DAYSTART=  HHMM THE BUSINESS DAY STARTS AT, DEFAULT 0600
004400*      CSV=       ALSO WRITE THE EXCEPTIONS TO THIS CSV FILE
004500*                 (BUSINESS_DATE,SOURCE,ITEM,WHEN,EXCEPTION)
004600*
004700*    INVOCATION: CONTROL FILE PATH AS THE FIRST COMMAND-LINE
004800*    WORD (DEFAULT CPYOPS.CTL), THEN OPTIONALLY THE BUSINESS
004900*    DATE AS YYYYMMDD (DEFAULT YESTERDAY - THE NIGHT JUST
005000*    RUN). THE SUMMARY IS <CTL>.RPT; EACH QUARANTINE
005100*    DIRECTORY IS LISTED THROUGH <CTL>.QLS. RETURN CODE 0 WHEN
005200*    THERE ARE NO EXCEPTIONS, 8 WHEN THERE ARE, 12 WHEN THE
005300*    CONTROL FILE OR THE SUMMARY CANNOT BE OPENED OR THE DATE
005400*    IS BAD.
005500*
005600*    MODIFICATION HISTORY
005700*    2026-10-15  INITIAL VERSION.
005800******************************************************************
005900 IDENTIFICATION DIVISION.
006000 PROGRAM-ID. CPYOPS.
006100 DATE-WRITTEN. 26/10/15.
006200 AUTHOR SYSTEMS.
006300 ENVIRONMENT DIVISION.
006400 CONFIGURATION SECTION.
006500 SOURCE-COMPUTER. RM-COBOL.
006600 OBJECT-COMPUTER. RM-COBOL.
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900     SELECT CTL-FILE ASSIGN TO DYNAMIC WS-CTL-PATH
007000         ORGANIZATION LINE SEQUENTIAL
007100         FILE STATUS IS WS-CTL-STATUS.
007200     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-PATH
007300         ORGANIZATION LINE SEQUENTIAL
007400         FILE STATUS IS WS-RPT-STATUS.
007500     SELECT CSV-FILE ASSIGN TO DYNAMIC WS-CSV-PATH
007600         ORGANIZATION LINE SEQUENTIAL
007700         FILE STATUS IS WS-CSV-STATUS.
007800     SELECT LOG-FILE ASSIGN TO DYNAMIC WS-LOG-PATH
007900         ORGANIZATION LINE SEQUENTIAL
008000         FILE STATUS IS WS-LOG-STATUS.
008100     SELECT HIST-FILE ASSIGN TO "SIZHIST.IDX"
008200         ORGANIZATION INDEXED
008300         ACCESS MODE DYNAMIC
008400         RECORD KEY IS HIST-KEY
008500         FILE STATUS IS WS-HIST-STATUS.
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  CTL-FILE.
008900 01  CTL-REC                              PIC X(300).
009000 FD  RPT-FILE.
009100 01  RPT-REC                              PIC X(250).
009200 FD  CSV-FILE.
009300 01  CSV-REC                              PIC X(600).
009400 FD  LOG-FILE.
009500 01  LOG-REC                              PIC X(500).
009600 FD  HIST-FILE.
009700     COPY "SIZHIST.cpy".
009800 WORKING-STORAGE SECTION.
009900 01  WS-COMMAND-LINE-FULL                 PIC X(300).
010000 01  WS-COMMAND-LINE                      PIC X(500).
010100 01  WS-ARG-1                             PIC X(200) VALUE SPACES.
010200 01  WS-ARG-2                             PIC X(200) VALUE SPACES.
010300 01  WS-CTL-PATH                          PIC X(200) VALUE SPACES.
010400 01  WS-CTL-STATUS                        PIC XX.
010500 01  WS-RPT-PATH                          PIC X(200) VALUE SPACES.
010600 01  WS-RPT-STATUS                        PIC XX.
010700 01  WS-CSV-PATH                          PIC X(200) VALUE SPACES.
010800 01  WS-CSV-STATUS                        PIC XX.
010900 01  WS-LOG-PATH                          PIC X(200) VALUE SPACES.
011000 01  WS-LOG-STATUS                        PIC XX.
011100 01  WS-HIST-STATUS                       PIC XX.
011200 01  WS-QLS-PATH                          PIC X(200) VALUE SPACES.
011300 01  WS-EDIT-LOG-PATH                     PIC X(200)
011400                                          VALUE "CPYEDIT.LOG".
011500 01  WS-AUDIT-LOG-PATH                    PIC X(200)
011600                                          VALUE "CPYAUDIT.LOG".
011700 01  WS-EOF-SW                            PIC X VALUE "N".
011800     88 WS-EOF                            VALUE "Y".
011900 01  WS-CTL-LINE                          PIC X(300).
012000 01  WS-KEYWORD                           PIC X(20).
012100 01  WS-KEYVALUE                          PIC X(200).
012200 01  WS-OUT-LINE                          PIC X(250).
012300 01  WS-TS-RAW                            PIC X(21).
012400 01  WS-RUN-STAMP                         PIC X(14).
012500
012600* THE BUSINESS DATE AND THE BATCH-DAY WINDOW IT STANDS FOR -
012700* FROM <DATE><DAY START> UP TO (NOT INCLUDING) THE SAME TIME
012800* ON THE NEXT DATE, BOTH AS YYYYMMDDHHMMSS.
012900 01  WS-BUS-DATE                          PIC X(8).
013000 01  WS-BUS-DATE-NUM REDEFINES WS-BUS-DATE
013100                                          PIC 9(8).
013200 01  WS-DATE-WORK                         PIC 9(8).
013300 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
013400     05 WS-DATE-YYYY                      PIC 9(4).
013500     05 WS-DATE-MM                        PIC 99.
013600     05 WS-DATE-DD                        PIC 99.
013700 01  WS-DATE-OK-SW                        PIC X.
013800 01  WS-DAY-INT                           PIC 9(8).
013900 01  WS-NEXT-DATE                         PIC 9(8).
014000 01  WS-DAY-START                         PIC X(6) VALUE "060000".
014100 01  WS-DAY-START-PARTS REDEFINES WS-DAY-START.
014200     05 WS-DAY-START-HH                   PIC 99.
014300     05 WS-DAY-START-MM                   PIC 99.
014400     05 WS-DAY-START-SS                   PIC 99.
014500 01  WS-WIN-FROM                          PIC X(14).
014600 01  WS-WIN-TO                            PIC X(14).
014700 01  WS-WIN-FROM-SHOW                     PIC X(17).
014800 01  WS-WIN-TO-SHOW                       PIC X(17).
014900
015000* LOG TIMESTAMPS ARE WRITTEN YYYYMMDDTHHMMSS; THEY ARE HELD
015100* HERE WITHOUT THE "T" SO THEY COMPARE WITH THE WINDOW AND
015200* WITH SIZHIST.IDX'S OWN TIMESTAMPS.
015300 01  WS-STAMP-IN                          PIC X(15).
015400 01  WS-STAMP                             PIC X(14).
015500 01  WS-STAMP-OK-SW                       PIC X.
015600     88 WS-STAMP-OK                       VALUE "Y".
015700 01  WS-STAMP-SHOW                        PIC X(17).
015800 01  WS-IN-WINDOW-SW                      PIC X.
015900     88 WS-IN-WINDOW                      VALUE "Y".
016000 01  WS-FROM-STAMP                        PIC X(14).
016100 01  WS-TO-STAMP                          PIC X(14).
016200 01  WS-SEC-STAMP.
016300     05 WS-SEC-DATE                       PIC 9(8).
016400     05 WS-SEC-HH                         PIC 99.
016500     05 WS-SEC-MM                         PIC 99.
016600     05 WS-SEC-SS                         PIC 99.
016700 01  WS-SECONDS                           PIC 9(12).
016800 01  WS-SEC-FROM                          PIC 9(12).
016900 01  WS-ELAPSED                           PIC S9(12).
017000 01  WS-EL-HOURS                          PIC 9(6).
017100 01  WS-EL-MINS                           PIC 99.
017200 01  WS-EL-SECS                           PIC 99.
017300 01  WS-EL-HOURS-DISP                     PIC Z(5)9.
017400 01  WS-ELAPSED-SHOW                      PIC X(14).
017500
017600* LOG LINE SCANNING - WS-MARK IS LOOKED FOR IN WS-LINE FROM
017700* WS-MARK-FROM ON; WS-MARK-POS IS WHERE IT STARTS (ZERO WHEN
017800* IT IS NOT THERE).
017900 01  WS-LINE                              PIC X(500).
018000 01  WS-LINE-LEN                          PIC 9(4).
018100 01  WS-MARK                              PIC X(20).
018200 01  WS-MARK-LEN                          PIC 9(2).
018300 01  WS-MARK-FROM                         PIC 9(4).
018400 01  WS-MARK-POS                          PIC 9(4).
018500 01  WS-MARK-TALLY                        PIC 9(4).
018600 01  WS-POS-1                             PIC 9(4).
018700 01  WS-POS-2                             PIC 9(4).
018800 01  WS-POS-3                             PIC 9(4).
018900 01  WS-POS-4                             PIC 9(4).
019000 01  WS-POS-5                             PIC 9(4).
019100 01  WS-POS-6                             PIC 9(4).
019200 01  WS-PIECE-LEN                         PIC 9(4).
019300
019400* THE CARDS' JOB AND INTAKE LISTS.
019500 01  WS-JOB-COUNT                         PIC 9(3) VALUE ZERO.
019600 01  WS-JOB-TABLE.
019700     05 WS-JOB-CARD OCCURS 50 TIMES       PIC X(200).
019800 01  WS-INTAKE-COUNT                      PIC 9(3) VALUE ZERO.
019900 01  WS-INTAKE-TABLE.
020000     05 WS-INTAKE-CTL OCCURS 50 TIMES     PIC X(200).
020100 01  WS-JX                                PIC 9(3).
020200 01  WS-ITEM                              PIC X(200).
020300
020400* THE JOB LOG BEING READ AND ITS OPEN STEP.
020500 01  WS-JOB-SEEN-SW                       PIC X.
020600 01  WS-JOB-SKIP-SW                       PIC X.
020700 01  WS-JOB-ENDED-SW                      PIC X.
020800 01  WS-JOB-START                         PIC X(14).
020900 01  WS-JOB-END                           PIC X(14).
021000 01  WS-STEP-OPEN-SW                      PIC X.
021100 01  WS-STEP-NO-TEXT                      PIC X(3).
021200 01  WS-STEP-DESC                         PIC X(200).
021300 01  WS-STEP-START                        PIC X(14).
021400 01  WS-STEP-START-SHOW                   PIC X(17).
021500 01  WS-STEP-STATUS                       PIC X(200).
021600
021700* THE INTAKE REPORT BEING READ. A RESTART APPENDS A NEW RUN
021800* (A NEW HEADER) TO THE SAME REPORT; ONLY RUNS STAMPED IN
021900* THE WINDOW ARE SUMMARISED.
022000 01  WS-BLOCK-IN-SW                       PIC X.
022100 01  WS-INTAKE-HITS                       PIC 9(3).
022200 01  WS-INTAKE-STAMP                      PIC X(14).
022300 01  WS-FEED-ITEM                         PIC X(200).
022400 01  WS-FEED-DATA                         PIC X(200).
022500 01  WS-FEED-COUNT-TEXT                   PIC X(9).
022600 01  WS-FEED-REASON                       PIC X(200).
022700 01  WS-FEED-DIR                          PIC X(200).
022800 01  WS-FEED-LOCATION                     PIC X(200).
022900
023000* QUARANTINE DIRECTORIES NAMED BY THE INTAKE RUNS, THE FILES
023100* THAT FAILED INTO THEM, AND ONE DIRECTORY'S LISTING.
023200 01  WS-QDIR-COUNT                        PIC 9(2) VALUE ZERO.
023300 01  WS-QDIR-TABLE.
023400     05 WS-QDIR OCCURS 50 TIMES           PIC X(200).
023500 01  WS-QX                                PIC 9(2).
023600 01  WS-QFAIL-COUNT                       PIC 9(3) VALUE ZERO.
023700 01  WS-QFAIL-TABLE.
023800     05 WS-QFAIL OCCURS 200 TIMES.
023900         10 WS-QF-DIR                     PIC X(200).
024000         10 WS-QF-BASE                    PIC X(64).
024100         10 WS-QF-ITEM                    PIC X(200).
024200         10 WS-QF-STAMP                   PIC X(14).
024300 01  WS-FX                                PIC 9(3).
024400 01  WS-QNAME-COUNT                       PIC 9(3).
024500 01  WS-QNAME-TABLE.
024600     05 WS-QNAME OCCURS 500 TIMES         PIC X(64).
024700 01  WS-NX                                PIC 9(3).
024800 01  WS-QNAME-FOUND-SW                    PIC X.
024900
025000* A PATH'S LAST COMPONENT, AS CPYSNAP DERIVES ITS KEY.
025100 01  WS-BASE-IN                           PIC X(200).
025200 01  WS-BASE-NAME                         PIC X(64).
025300 01  WS-PATH-LEN                          PIC 9(4).
025400 01  WS-PATH-IDX                          PIC 9(4).
025500 01  WS-SLASH-POS                         PIC 9(4).
025600
025700* SHELL PATHS ARE HELD TO CPYINTAKE'S SAFE CHARACTER SET.
025800 01  WS-PATH-TO-CHECK                     PIC X(200).
025900 01  WS-DIR-LEN                           PIC 9(4).
026000 01  WS-CHAR-IDX                          PIC 9(4).
026100 01  WS-ONE-CHAR                          PIC X.
026200 01  WS-BAD-CHAR-SW                       PIC X VALUE "N".
026300     88 WS-BAD-CHAR                       VALUE "Y".
026400
026500* ONE PATCH LOG LINE, TAKEN APART.
026600 01  WS-PT-USER                           PIC X(20).
026700 01  WS-PT-FILE                           PIC X(200).
026800 01  WS-PT-REC                            PIC X(12).
026900 01  WS-PT-FIELD                          PIC X(35).
027000 01  WS-PT-OLD                            PIC X(80).
027100 01  WS-PT-NEW                            PIC X(80).
027200
027300* EVERY COPYBOOK SIZED IN THE WINDOW, BY BASE NAME (THE
027400* SIZHIST.IDX KEY), AND ITS SNAPSHOTS PER SIZING PROFILE -
027500* SLOT 1 RMC, SLOT 2 IBM: THE LAST ONE BEFORE THE WINDOW AND
027600* THE LAST ONE IN IT.
027700 01  WS-SZ-COUNT                          PIC 9(3) VALUE ZERO.
027800 01  WS-SZ-LOST                           PIC 9(5) VALUE ZERO.
027900 01  WS-SZ-TABLE.
028000     05 WS-SZ OCCURS 300 TIMES.
028100         10 WS-SZ-BASE                    PIC X(64).
028200         10 WS-SZ-PATH                    PIC X(200).
028300         10 WS-SZ-TIMES                   PIC 9(5).
028400         10 WS-SZ-LAST-STAMP              PIC X(14).
028500         10 WS-SZ-LAST-TOTAL              PIC 9(9).
028600         10 WS-SZ-LAST-USER               PIC X(20).
028700 01  WS-SX                                PIC 9(3).
028800 01  WS-SZ-PATH-IN                        PIC X(200).
028900 01  WS-SZ-TOTAL-TEXT                     PIC X(12).
029000 01  WS-SZ-TOTAL-IN                       PIC 9(9).
029100 01  WS-SZ-USER-IN                        PIC X(20).
029200 01  WS-HIST-OPEN-SW                      PIC X.
029300 01  WS-SNAP-TABLE.
029400     05 WS-SNAP OCCURS 2 TIMES.
029500         10 WS-SN-PRE-STAMP               PIC X(14).
029600         10 WS-SN-PRE-TOTAL               PIC 9(9).
029700         10 WS-SN-NIGHT-COUNT             PIC 9(5).
029800         10 WS-SN-NIGHT-TOTAL             PIC 9(9).
029900         10 WS-SN-VARIED                  PIC X.
030000 01  WS-SLOT                              PIC 9.
030100 01  WS-SLOT-NAME                         PIC X(3).
030200 01  WS-SNAP-SEEN-SW                      PIC X.
030300
030400* THE EXCEPTIONS COLLECTED FOR THE HANDOVER SECTION AND THE
030500* OPTIONAL CSV. WHEN IS "YYYYMMDD HH:MM:SS" OR SPACES.
030600 01  WS-EXC-COUNT                         PIC 9(4) VALUE ZERO.
030700 01  WS-EXC-LOST                          PIC 9(4) VALUE ZERO.
030800 01  WS-EXC-TABLE.
030900     05 WS-EXC OCCURS 500 TIMES.
031000         10 WS-EXC-SOURCE                 PIC X(6).
031100         10 WS-EXC-ITEM                   PIC X(120).
031200         10 WS-EXC-WHEN                   PIC X(17).
031300         10 WS-EXC-TEXT                   PIC X(200).
031400 01  WS-EX                                PIC 9(4).
031500 01  WS-NEW-SOURCE                        PIC X(6).
031600 01  WS-NEW-ITEM                          PIC X(120).
031700 01  WS-NEW-WHEN                          PIC X(17).
031800 01  WS-NEW-TEXT                          PIC X(200).
031900
032000* CSV FIELD QUOTING - EMBEDDED QUOTES DOUBLED.
032100 01  WS-CSV-IN                            PIC X(200).
032200 01  WS-CSV-OUT                           PIC X(420).
032300 01  WS-CSV-PTR                           PIC 9(4).
032400 01  WS-CSV-LINE                          PIC X(600).
032500 01  WS-CSV-LINE-PTR                      PIC 9(4).
032600 01  WS-CSV-IN-LEN                        PIC 9(4).
032700
032800* RUN TOTALS.
032900 01  WS-JOBS-RUN                          PIC 9(4) VALUE ZERO.
033000 01  WS-STEPS-SEEN                        PIC 9(4) VALUE ZERO.
033100 01  WS-STEPS-FAILED                      PIC 9(4) VALUE ZERO.
033200 01  WS-FEEDS-PASSED                      PIC 9(4) VALUE ZERO.
033300 01  WS-FEEDS-FAILED                      PIC 9(4) VALUE ZERO.
033400 01  WS-PATCH-COUNT                       PIC 9(4) VALUE ZERO.
033500 01  WS-SIZED-CHANGED                     PIC 9(4) VALUE ZERO.
033600 01  WS-CNT-DISP                          PIC ZZZZZZZZ9.
033700 01  WS-CNT-DISP-2                        PIC ZZZZZZZZ9.
033800
033900 PROCEDURE DIVISION.
034000
034100 MAIN-OPS.
034200     ACCEPT WS-COMMAND-LINE-FULL FROM COMMAND-LINE
034300     UNSTRING WS-COMMAND-LINE-FULL DELIMITED BY ALL SPACES
034400         INTO WS-ARG-1 WS-ARG-2
034500     END-UNSTRING
034600     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW
034700     MOVE WS-TS-RAW(1:14) TO WS-RUN-STAMP
034800     MOVE WS-ARG-1 TO WS-CTL-PATH
034900     IF WS-CTL-PATH = SPACES
035000         MOVE "CPYOPS.CTL" TO WS-CTL-PATH
035100     END-IF
035200     IF WS-ARG-2 = SPACES
035300         MOVE WS-TS-RAW(1:8) TO WS-DATE-WORK
035400         COMPUTE WS-DAY-INT =
035500             FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1
035600         MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
035700             TO WS-BUS-DATE-NUM
035800     ELSE
035900         PERFORM CHECK-BUSINESS-DATE
036000         IF WS-DATE-OK-SW = "N"
036100             DISPLAY "CPYOPS: BUSINESS DATE MUST BE YYYYMMDD - "
036200                 "GOT " FUNCTION TRIM(WS-ARG-2)
036300             MOVE 12 TO RETURN-CODE
036400             STOP RUN
036500         END-IF
036600     END-IF
036700     STRING FUNCTION TRIM(WS-CTL-PATH) ".RPT"
036800         DELIMITED BY SIZE INTO WS-RPT-PATH
036900     STRING FUNCTION TRIM(WS-CTL-PATH) ".QLS"
037000         DELIMITED BY SIZE INTO WS-QLS-PATH
037100     OPEN INPUT CTL-FILE
037200     IF WS-CTL-STATUS NOT = "00"
037300         DISPLAY "CPYOPS: UNABLE TO OPEN CONTROL FILE "
037400             FUNCTION TRIM(WS-CTL-PATH)
037500         MOVE 12 TO RETURN-CODE
037600         STOP RUN
037700     END-IF
037800     OPEN OUTPUT RPT-FILE
037900     IF WS-RPT-STATUS NOT = "00"
038000         DISPLAY "CPYOPS: UNABLE TO CREATE SUMMARY "
038100             FUNCTION TRIM(WS-RPT-PATH)
038200         CLOSE CTL-FILE
038300         MOVE 12 TO RETURN-CODE
038400         STOP RUN
038500     END-IF
038600     PERFORM UNTIL WS-EOF
038700         READ CTL-FILE INTO WS-CTL-LINE
038800             AT END
038900                 SET WS-EOF TO TRUE
039000             NOT AT END
039100                 PERFORM LOAD-ONE-CARD
039200         END-READ
039300     END-PERFORM
039400     CLOSE CTL-FILE
039500     PERFORM SET-WINDOW
039600     PERFORM WRITE-RUN-HEADER
039700     PERFORM REPORT-JOB-LOGS
039800     PERFORM REPORT-INTAKE-RUNS
039900     PERFORM REPORT-QUARANTINE
040000     PERFORM REPORT-PATCHES
040100     PERFORM REPORT-SIZINGS
040200     PERFORM REPORT-EXCEPTIONS
040300     PERFORM WRITE-RUN-TOTALS
040400     CLOSE RPT-FILE
040500     IF WS-CSV-PATH NOT = SPACES
040600         PERFORM WRITE-EXCEPTION-CSV
040700     END-IF
040800     MOVE WS-EXC-COUNT TO WS-CNT-DISP
040900     DISPLAY "CPYOPS: " FUNCTION TRIM(WS-CNT-DISP)
041000         " EXCEPTION(S) FOR " WS-BUS-DATE
041100         " - SUMMARY IN " FUNCTION TRIM(WS-RPT-PATH)
041200     IF WS-EXC-COUNT > 0 OR WS-EXC-LOST > 0
041300         MOVE 8 TO RETURN-CODE
041400     ELSE
041500         MOVE 0 TO RETURN-CODE
041600     END-IF
041700     STOP RUN.
041800
041900* A REAL CALENDAR DATE - THE DAY NUMBER MUST TURN BACK INTO
042000* THE SAME DATE, WHICH REJECTS 20261131 AS WELL AS 20261399.
042100 CHECK-BUSINESS-DATE.
042200     MOVE "N" TO WS-DATE-OK-SW
042300     IF WS-ARG-2(1:8) IS NUMERIC AND WS-ARG-2(9:1) = SPACE
042400         MOVE WS-ARG-2(1:8) TO WS-DATE-WORK
042500         IF WS-DATE-YYYY > 1600
042600           AND WS-DATE-MM >= 1 AND WS-DATE-MM <= 12
042700           AND WS-DATE-DD >= 1 AND WS-DATE-DD <= 31
042800             COMPUTE WS-DAY-INT =
042900                 FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
043000             IF FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
043100                  = WS-DATE-WORK
043200                 MOVE "Y" TO WS-DATE-OK-SW
043300                 MOVE WS-DATE-WORK TO WS-BUS-DATE-NUM
043400             END-IF
043500         END-IF
043600     END-IF.
043700
043800 SET-WINDOW.
043900     STRING WS-BUS-DATE WS-DAY-START
044000         DELIMITED BY SIZE INTO WS-WIN-FROM
044100     COMPUTE WS-DAY-INT =
044200         FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-NUM) + 1
044300     MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-NEXT-DATE
044400     STRING WS-NEXT-DATE WS-DAY-START
044500         DELIMITED BY SIZE INTO WS-WIN-TO
044600     MOVE WS-WIN-FROM TO WS-STAMP
044700     PERFORM SHOW-STAMP
044800     MOVE WS-STAMP-SHOW TO WS-WIN-FROM-SHOW
044900     MOVE WS-WIN-TO TO WS-STAMP
045000     PERFORM SHOW-STAMP
045100     MOVE WS-STAMP-SHOW TO WS-WIN-TO-SHOW.
045200
045300 LOAD-ONE-CARD.
045400     IF WS-CTL-LINE = SPACES OR WS-CTL-LINE(1:1) = "#"
045500         CONTINUE
045600     ELSE
045700         MOVE SPACES TO WS-KEYWORD WS-KEYVALUE
045800         UNSTRING WS-CTL-LINE DELIMITED BY "="
045900             INTO WS-KEYWORD WS-KEYVALUE
046000         END-UNSTRING
046100         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KEYWORD))
046200              TO WS-KEYWORD
046300         EVALUATE WS-KEYWORD
046400             WHEN "JOB"
046500                 IF WS-JOB-COUNT < 50 AND WS-KEYVALUE NOT = SPACES
046600                     ADD 1 TO WS-JOB-COUNT
046700                     MOVE FUNCTION TRIM(WS-KEYVALUE)
046800                          TO WS-JOB-CARD(WS-JOB-COUNT)
046900                 ELSE
047000                     PERFORM REPORT-BAD-CARD
047100                 END-IF
047200             WHEN "INTAKE"
047300                 IF WS-INTAKE-COUNT < 50
047400                   AND WS-KEYVALUE NOT = SPACES
047500                     ADD 1 TO WS-INTAKE-COUNT
047600                     MOVE FUNCTION TRIM(WS-KEYVALUE)
047700                          TO WS-INTAKE-CTL(WS-INTAKE-COUNT)
047800                 ELSE
047900                     PERFORM REPORT-BAD-CARD
048000                 END-IF
048100             WHEN "EDITLOG"
048200                 MOVE FUNCTION TRIM(WS-KEYVALUE)
048300                      TO WS-EDIT-LOG-PATH
048400             WHEN "AUDITLOG"
048500                 MOVE FUNCTION TRIM(WS-KEYVALUE)
048600                      TO WS-AUDIT-LOG-PATH
048700             WHEN "CSV"
048800                 MOVE FUNCTION TRIM(WS-KEYVALUE) TO WS-CSV-PATH
048900             WHEN "DAYSTART"
049000                 MOVE FUNCTION TRIM(WS-KEYVALUE) TO WS-KEYVALUE
049100                 IF WS-KEYVALUE(1:4) IS NUMERIC
049200                   AND WS-KEYVALUE(5:1) = SPACE
049300                   AND WS-KEYVALUE(1:2) < "24"
049400                   AND WS-KEYVALUE(3:2) < "60"
049500                     MOVE WS-KEYVALUE(1:4) TO WS-DAY-START(1:4)
049600                     MOVE "00" TO WS-DAY-START(5:2)
049700                 ELSE
049800                     PERFORM REPORT-BAD-CARD
049900                 END-IF
050000             WHEN OTHER
050100                 PERFORM REPORT-BAD-CARD
050200         END-EVALUATE
050300     END-IF.
050400
050500* A CARD THAT CANNOT BE USED IS AN EXCEPTION IN ITS OWN RIGHT -
050600* SOMETHING THE SUMMARY WAS MEANT TO COVER IS NOT COVERED.
050700 REPORT-BAD-CARD.
050800     MOVE "OPS" TO WS-NEW-SOURCE
050900     MOVE WS-CTL-PATH TO WS-NEW-ITEM
051000     MOVE SPACES TO WS-NEW-WHEN WS-NEW-TEXT
051100     STRING "CONTROL CARD IGNORED: " FUNCTION TRIM(WS-CTL-LINE)
051200            DELIMITED BY SIZE INTO WS-NEW-TEXT
051300     PERFORM ADD-EXCEPTION.
051400
051500******************************************************************
051600*    CPYJOB STEPS
051700******************************************************************
051800
051900 REPORT-JOB-LOGS.
052000     MOVE SPACES TO WS-OUT-LINE
052100     MOVE "JOB STEPS (CPYJOB LOGS)" TO WS-OUT-LINE
052200     PERFORM WRITE-SECTION-TITLE
052300     IF WS-JOB-COUNT = 0
052400         MOVE "    NO JOB= CARDS - NO JOB LOGS READ"
052500             TO WS-OUT-LINE
052600         PERFORM EMIT-RPT
052700     END-IF
052800     PERFORM VARYING WS-JX FROM 1 BY 1
052900               UNTIL WS-JX > WS-JOB-COUNT
053000         PERFORM REPORT-ONE-JOB-LOG
053100     END-PERFORM.
053200
053300* CPYJOB REWRITES <CARD>.LOG EVERY RUN, SO A LOG HOLDS ONE
053400* JOB: ITS START LINE, A STARTED AND AN ENDED LINE PER STEP
053500* AND ITS END LINE, AMONG WHATEVER THE STEPS WROTE THEMSELVES.
053600 REPORT-ONE-JOB-LOG.
053700     MOVE WS-JOB-CARD(WS-JX) TO WS-ITEM
053800     MOVE SPACES TO WS-LOG-PATH
053900     STRING FUNCTION TRIM(WS-ITEM) ".LOG"
054000         DELIMITED BY SIZE INTO WS-LOG-PATH
054100     OPEN INPUT LOG-FILE
054200     IF WS-LOG-STATUS NOT = "00"
054300         MOVE SPACES TO WS-NEW-TEXT
054400         STRING "NO JOB LOG " FUNCTION TRIM(WS-LOG-PATH)
054500                " - THE JOB HAS NEVER RUN"
054600                DELIMITED BY SIZE INTO WS-NEW-TEXT
054700         PERFORM REPORT-JOB-PROBLEM
054800     ELSE
054900         MOVE "N" TO WS-JOB-SEEN-SW WS-JOB-SKIP-SW
055000                     WS-JOB-ENDED-SW WS-STEP-OPEN-SW
055100         MOVE SPACES TO WS-JOB-START WS-JOB-END
055200         MOVE "N" TO WS-EOF-SW
055300         PERFORM UNTIL WS-EOF
055400             READ LOG-FILE INTO WS-LINE
055500                 AT END
055600                     SET WS-EOF TO TRUE
055700                 NOT AT END
055800                     PERFORM TAKE-JOB-LOG-LINE
055900             END-READ
056000         END-PERFORM
056100         CLOSE LOG-FILE
056200         PERFORM FINISH-JOB-LOG
056300     END-IF.
056400
056500 TAKE-JOB-LOG-LINE.
056600     EVALUATE TRUE
056700         WHEN WS-JOB-SKIP-SW = "Y"
056800             CONTINUE
056900         WHEN WS-LINE(1:10) = "JOB ENDED "
057000             PERFORM TAKE-JOB-END
057100         WHEN WS-LINE(1:12) = "JOB STOPPED "
057200             MOVE SPACES TO WS-OUT-LINE
057300             STRING "    " FUNCTION TRIM(WS-LINE)
057400                    DELIMITED BY SIZE INTO WS-OUT-LINE
057500             PERFORM EMIT-RPT
057600             MOVE WS-JOB-END TO WS-STAMP
057700             MOVE FUNCTION TRIM(WS-LINE) TO WS-NEW-TEXT
057800             PERFORM ADD-JOB-EXCEPTION
057900         WHEN WS-LINE(1:4) = "JOB "
058000             PERFORM TAKE-JOB-START
058100         WHEN WS-JOB-SEEN-SW NOT = "Y"
058200             CONTINUE
058300         WHEN WS-LINE(1:5) = "STEP " AND WS-LINE(10:6) = "ENDED "
058400             PERFORM TAKE-STEP-END
058500         WHEN WS-LINE(1:5) = "STEP "
058600             PERFORM TAKE-STEP-START
058700         WHEN WS-LINE(1:22) = "UNKNOWN CARD IGNORED: "
058800             MOVE SPACES TO WS-OUT-LINE
058900             STRING "    " FUNCTION TRIM(WS-LINE)
059000                    DELIMITED BY SIZE INTO WS-OUT-LINE
059100             PERFORM EMIT-RPT
059200             MOVE WS-JOB-START TO WS-STAMP
059300             MOVE FUNCTION TRIM(WS-LINE) TO WS-NEW-TEXT
059400             PERFORM ADD-JOB-EXCEPTION
059500         WHEN OTHER
059600             CONTINUE
059700     END-EVALUATE.
059800
059900* "JOB <CARD FILE> STARTED <STAMP>". A JOB THAT STARTED
060000* OUTSIDE THE WINDOW IS LAST NIGHT'S OR OLDER - THIS NIGHT'S
060100* RUN NEVER HAPPENED.
060200 TAKE-JOB-START.
060300     MOVE " STARTED " TO WS-MARK
060400     MOVE 9 TO WS-MARK-LEN
060500     MOVE 5 TO WS-MARK-FROM
060600     PERFORM FIND-MARK
060700     IF WS-MARK-POS > 0
060800         MOVE "Y" TO WS-JOB-SEEN-SW
060900         MOVE WS-LINE(WS-MARK-POS + 9:15) TO WS-STAMP-IN
061000         PERFORM CONVERT-STAMP
061100         MOVE WS-STAMP TO WS-JOB-START
061200         PERFORM SHOW-STAMP
061300         PERFORM CHECK-IN-WINDOW
061400         MOVE SPACES TO WS-OUT-LINE
061500         IF WS-IN-WINDOW
061600             ADD 1 TO WS-JOBS-RUN
061700             STRING "JOB " FUNCTION TRIM(WS-ITEM)
061800                    " - STARTED " WS-STAMP-SHOW
061900                    DELIMITED BY SIZE INTO WS-OUT-LINE
062000             PERFORM EMIT-RPT
062100         ELSE
062200             MOVE "Y" TO WS-JOB-SKIP-SW
062300             MOVE SPACES TO WS-NEW-TEXT
062400             STRING "DID NOT RUN ON " WS-BUS-DATE
062500                    " - LAST RUN STARTED " WS-STAMP-SHOW
062600                    DELIMITED BY SIZE INTO WS-NEW-TEXT
062700             PERFORM REPORT-JOB-PROBLEM
062800         END-IF
062900     END-IF.
063000
063100* "STEP NNN MODE=X COPYBOOK=<PATH> STARTED <STAMP>".
063200 TAKE-STEP-START.
063300     IF WS-STEP-OPEN-SW = "Y"
063400         PERFORM REPORT-UNENDED-STEP
063500     END-IF
063600     ADD 1 TO WS-STEPS-SEEN
063700     MOVE WS-LINE(6:3) TO WS-STEP-NO-TEXT
063800     MOVE SPACES TO WS-STEP-DESC WS-STEP-START
063900     MOVE " STARTED " TO WS-MARK
064000     MOVE 9 TO WS-MARK-LEN
064100     MOVE 10 TO WS-MARK-FROM
064200     PERFORM FIND-MARK
064300     IF WS-MARK-POS > 10
064400         MOVE WS-LINE(10:WS-MARK-POS - 10) TO WS-STEP-DESC
064500         MOVE WS-LINE(WS-MARK-POS + 9:15) TO WS-STAMP-IN
064600         PERFORM CONVERT-STAMP
064700         MOVE WS-STAMP TO WS-STEP-START
064800     ELSE
064900         MOVE WS-LINE(10:200) TO WS-STEP-DESC
065000     END-IF
065100     MOVE "Y" TO WS-STEP-OPEN-SW.
065200
065300* "STEP NNN ENDED <STAMP> STATUS=OK" OR "... STATUS=FAILED -
065400* <REASON>".
065500 TAKE-STEP-END.
065600     MOVE WS-LINE(16:15) TO WS-STAMP-IN
065700     PERFORM CONVERT-STAMP
065800     MOVE WS-STAMP TO WS-TO-STAMP
065900     MOVE FUNCTION TRIM(WS-LINE(32:200)) TO WS-STEP-STATUS
066000     IF WS-STEP-OPEN-SW = "Y" AND WS-LINE(6:3) = WS-STEP-NO-TEXT
066100         MOVE WS-STEP-START TO WS-FROM-STAMP
066200     ELSE
066300         ADD 1 TO WS-STEPS-SEEN
066400         MOVE WS-LINE(6:3) TO WS-STEP-NO-TEXT
066500         MOVE "(START NOT LOGGED)" TO WS-STEP-DESC
066600         MOVE SPACES TO WS-FROM-STAMP
066700     END-IF
066800     MOVE "N" TO WS-STEP-OPEN-SW
066900     PERFORM ELAPSED-BETWEEN
067000     MOVE WS-FROM-STAMP TO WS-STAMP
067100     PERFORM SHOW-STAMP
067200     MOVE WS-STAMP-SHOW TO WS-STEP-START-SHOW
067300     MOVE WS-TO-STAMP TO WS-STAMP
067400     PERFORM SHOW-STAMP
067500     MOVE SPACES TO WS-OUT-LINE
067600     STRING "    STEP " WS-STEP-NO-TEXT " "
067700            FUNCTION TRIM(WS-STEP-DESC)
067800            " START " WS-STEP-START-SHOW
067900            " END " WS-STAMP-SHOW
068000            " ELAPSED " FUNCTION TRIM(WS-ELAPSED-SHOW)
068100            " " FUNCTION TRIM(WS-STEP-STATUS)
068200            DELIMITED BY SIZE INTO WS-OUT-LINE
068300            ON OVERFLOW
068400                CONTINUE
068500     END-STRING
068600     PERFORM EMIT-RPT
068700     IF WS-STEP-STATUS(1:13) = "STATUS=FAILED"
068800         ADD 1 TO WS-STEPS-FAILED
068900         MOVE SPACES TO WS-NEW-TEXT
069000         STRING "STEP " WS-STEP-NO-TEXT " "
069100                FUNCTION TRIM(WS-STEP-DESC) " "
069200                FUNCTION TRIM(WS-STEP-STATUS)
069300                DELIMITED BY SIZE INTO WS-NEW-TEXT
069400                ON OVERFLOW
069500                    CONTINUE
069600         END-STRING
069700         MOVE WS-TO-STAMP TO WS-STAMP
069800         PERFORM ADD-JOB-EXCEPTION
069900     END-IF.
070000
070100* A STEP THAT STARTED AND NEVER LOGGED ITS END - THE JOB DIED
070200* UNDER IT OR IS STILL IN IT.
070300 REPORT-UNENDED-STEP.
070400     MOVE WS-STEP-START TO WS-STAMP
070500     PERFORM SHOW-STAMP
070600     MOVE SPACES TO WS-OUT-LINE
070700     STRING "    STEP " WS-STEP-NO-TEXT " "
070800            FUNCTION TRIM(WS-STEP-DESC)
070900            " START " WS-STAMP-SHOW
071000            " - NO END RECORDED"
071100            DELIMITED BY SIZE INTO WS-OUT-LINE
071200            ON OVERFLOW
071300                CONTINUE
071400     END-STRING
071500     PERFORM EMIT-RPT
071600     MOVE SPACES TO WS-NEW-TEXT
071700     STRING "STEP " WS-STEP-NO-TEXT " "
071800            FUNCTION TRIM(WS-STEP-DESC)
071900            " HAS NO END RECORDED"
072000            DELIMITED BY SIZE INTO WS-NEW-TEXT
072100            ON OVERFLOW
072200                CONTINUE
072300     END-STRING
072400     PERFORM ADD-JOB-EXCEPTION
072500     MOVE "N" TO WS-STEP-OPEN-SW.
072600
072700* "JOB ENDED <STAMP> STEPS RUN=NNN FAILED=NNN".
072800 TAKE-JOB-END.
072900     IF WS-STEP-OPEN-SW = "Y"
073000         PERFORM REPORT-UNENDED-STEP
073100     END-IF
073200     MOVE "Y" TO WS-JOB-ENDED-SW
073300     MOVE WS-LINE(11:15) TO WS-STAMP-IN
073400     PERFORM CONVERT-STAMP
073500     MOVE WS-STAMP TO WS-JOB-END WS-TO-STAMP
073600     MOVE WS-JOB-START TO WS-FROM-STAMP
073700     PERFORM ELAPSED-BETWEEN
073800     PERFORM SHOW-STAMP
073900     MOVE SPACES TO WS-OUT-LINE
074000     STRING "JOB " FUNCTION TRIM(WS-ITEM)
074100            " - ENDED " WS-STAMP-SHOW
074200            " ELAPSED " FUNCTION TRIM(WS-ELAPSED-SHOW)
074300            " " FUNCTION TRIM(WS-LINE(27:100))
074400            DELIMITED BY SIZE INTO WS-OUT-LINE
074500     PERFORM EMIT-RPT.
074600
074700 FINISH-JOB-LOG.
074800     IF WS-JOB-SEEN-SW = "N"
074900         MOVE SPACES TO WS-NEW-TEXT
075000         STRING "JOB LOG " FUNCTION TRIM(WS-LOG-PATH)
075100                " HOLDS NO JOB START"
075200                DELIMITED BY SIZE INTO WS-NEW-TEXT
075300         PERFORM REPORT-JOB-PROBLEM
075400     ELSE
075500         IF WS-JOB-SKIP-SW = "N" AND WS-JOB-ENDED-SW = "N"
075600             IF WS-STEP-OPEN-SW = "Y"
075700                 PERFORM REPORT-UNENDED-STEP
075800             END-IF
075900             MOVE SPACES TO WS-NEW-TEXT
076000             STRING "JOB HAS NO END RECORDED - "
076100                    "STILL RUNNING OR ENDED ABNORMALLY"
076200                    DELIMITED BY SIZE INTO WS-NEW-TEXT
076300             PERFORM REPORT-JOB-PROBLEM
076400         END-IF
076500     END-IF.
076600
076700* A WHOLE-JOB PROBLEM: ONE SUMMARY LINE AND ONE EXCEPTION.
076800 REPORT-JOB-PROBLEM.
076900     MOVE SPACES TO WS-OUT-LINE
077000     STRING "JOB " FUNCTION TRIM(WS-ITEM) " - "
077100            FUNCTION TRIM(WS-NEW-TEXT)
077200            DELIMITED BY SIZE INTO WS-OUT-LINE
077300     PERFORM EMIT-RPT
077400     MOVE SPACES TO WS-STAMP
077500     PERFORM ADD-JOB-EXCEPTION.
077600
077700* WS-NEW-TEXT IS THE EXCEPTION, WS-STAMP WHEN IT HAPPENED.
077800 ADD-JOB-EXCEPTION.
077900     MOVE "JOB" TO WS-NEW-SOURCE
078000     MOVE WS-ITEM TO WS-NEW-ITEM
078100     PERFORM SHOW-STAMP
078200     MOVE WS-STAMP-SHOW TO WS-NEW-WHEN
078300     PERFORM ADD-EXCEPTION.
078400
078500******************************************************************
078600*    CPYINTAKE FEEDS
078700******************************************************************
078800
078900 REPORT-INTAKE-RUNS.
079000     MOVE SPACES TO WS-OUT-LINE
079100     MOVE "INTAKE FEEDS (CPYINTAKE REPORTS)" TO WS-OUT-LINE
079200     PERFORM WRITE-SECTION-TITLE
079300     IF WS-INTAKE-COUNT = 0
079400         MOVE "    NO INTAKE= CARDS - NO INTAKE REPORTS READ"
079500             TO WS-OUT-LINE
079600         PERFORM EMIT-RPT
079700     END-IF
079800     PERFORM VARYING WS-JX FROM 1 BY 1
079900               UNTIL WS-JX > WS-INTAKE-COUNT
080000         PERFORM REPORT-ONE-INTAKE
080100     END-PERFORM.
080200
080300 REPORT-ONE-INTAKE.
080400     MOVE WS-INTAKE-CTL(WS-JX) TO WS-ITEM
080500     MOVE SPACES TO WS-LOG-PATH
080600     STRING FUNCTION TRIM(WS-ITEM) ".RPT"
080700         DELIMITED BY SIZE INTO WS-LOG-PATH
080800     OPEN INPUT LOG-FILE
080900     IF WS-LOG-STATUS NOT = "00"
081000         MOVE SPACES TO WS-NEW-TEXT
081100         STRING "NO INTAKE REPORT " FUNCTION TRIM(WS-LOG-PATH)
081200                " - THE INTAKE HAS NEVER RUN"
081300                DELIMITED BY SIZE INTO WS-NEW-TEXT
081400         PERFORM REPORT-INTAKE-PROBLEM
081500     ELSE
081600         MOVE "N" TO WS-BLOCK-IN-SW
081700         MOVE ZERO TO WS-INTAKE-HITS
081800         MOVE "N" TO WS-EOF-SW
081900         PERFORM UNTIL WS-EOF
082000             READ LOG-FILE INTO WS-LINE
082100                 AT END
082200                     SET WS-EOF TO TRUE
082300                 NOT AT END
082400                     PERFORM TAKE-INTAKE-LINE
082500             END-READ
082600         END-PERFORM
082700         CLOSE LOG-FILE
082800         IF WS-INTAKE-HITS = 0
082900             MOVE SPACES TO WS-NEW-TEXT
083000             STRING "DID NOT RUN ON " WS-BUS-DATE
083100                    " - NO RUN IN " FUNCTION TRIM(WS-LOG-PATH)
083200                    DELIMITED BY SIZE INTO WS-NEW-TEXT
083300             PERFORM REPORT-INTAKE-PROBLEM
083400         END-IF
083500     END-IF.
083600
083700 TAKE-INTAKE-LINE.
083800     EVALUATE TRUE
083900         WHEN WS-LINE(1:22) = "TRANSMISSION INTAKE - "
084000             PERFORM TAKE-INTAKE-HEADER
084100         WHEN WS-BLOCK-IN-SW NOT = "Y"
084200             CONTINUE
084300         WHEN WS-LINE(1:5) = "PASS "
084400             PERFORM TAKE-INTAKE-PASS
084500         WHEN WS-LINE(1:5) = "FAIL "
084600             PERFORM TAKE-INTAKE-FAIL
084700         WHEN WS-LINE(1:26) = "SKIPPED (ALREADY PASSED): "
084800             MOVE SPACES TO WS-OUT-LINE
084900             STRING "    SKIPPED " FUNCTION TRIM(WS-LINE(27:200))
085000                    " - PASSED IN AN EARLIER RUN"
085100                    DELIMITED BY SIZE INTO WS-OUT-LINE
085200             PERFORM EMIT-RPT
085300         WHEN WS-LINE(1:26) = "BAD CONTROL CARD IGNORED: "
085400             MOVE SPACES TO WS-OUT-LINE
085500             STRING "    " FUNCTION TRIM(WS-LINE)
085600                    DELIMITED BY SIZE INTO WS-OUT-LINE
085700             PERFORM EMIT-RPT
085800             MOVE FUNCTION TRIM(WS-LINE) TO WS-NEW-TEXT
085900             PERFORM ADD-INTAKE-EXCEPTION
086000         WHEN WS-LINE(1:16) = "FILES PROCESSED="
086100             MOVE SPACES TO WS-OUT-LINE
086200             STRING "    " FUNCTION TRIM(WS-LINE)
086300                    DELIMITED BY SIZE INTO WS-OUT-LINE
086400             PERFORM EMIT-RPT
086500         WHEN WS-LINE(1:22) = "QUARANTINE DIRECTORY: "
086600             MOVE FUNCTION TRIM(WS-LINE(23:200)) TO WS-FEED-DIR
086700             PERFORM NOTE-QUARANTINE-DIR
086800         WHEN OTHER
086900             CONTINUE
087000     END-EVALUATE.
087100
087200* "TRANSMISSION INTAKE - <CTL> AT <STAMP>" OPENS A RUN; THE
087300* STAMP IS THE LAST WORD ON THE LINE.
087400 TAKE-INTAKE-HEADER.
087500     MOVE "N" TO WS-BLOCK-IN-SW
087600     COMPUTE WS-LINE-LEN =
087700         FUNCTION LENGTH(FUNCTION TRIM(WS-LINE TRAILING))
087800     IF WS-LINE-LEN > 37
087900         MOVE WS-LINE(WS-LINE-LEN - 14:15) TO WS-STAMP-IN
088000         PERFORM CONVERT-STAMP
088100         PERFORM CHECK-IN-WINDOW
088200         IF WS-IN-WINDOW
088300             MOVE "Y" TO WS-BLOCK-IN-SW
088400             ADD 1 TO WS-INTAKE-HITS
088500             MOVE WS-STAMP TO WS-INTAKE-STAMP
088600             PERFORM SHOW-STAMP
088700             MOVE SPACES TO WS-OUT-LINE
088800             STRING "INTAKE " FUNCTION TRIM(WS-ITEM)
088900                    " - RUN AT " WS-STAMP-SHOW
089000                    DELIMITED BY SIZE INTO WS-OUT-LINE
089100             PERFORM EMIT-RPT
089200         END-IF
089300     END-IF.
089400
089500* "PASS [REFCHECK ]<FILE> - <N> RECORD(S)...".
089600 TAKE-INTAKE-PASS.
089700     ADD 1 TO WS-FEEDS-PASSED
089800     PERFORM SPLIT-FEED-LINE
089900     MOVE SPACES TO WS-OUT-LINE
090000     STRING "    PASS " FUNCTION TRIM(WS-FEED-ITEM)
090100            " - " FUNCTION TRIM(WS-FEED-COUNT-TEXT)
090200            " RECORD(S)"
090300            DELIMITED BY SIZE INTO WS-OUT-LINE
090400     PERFORM EMIT-RPT.
090500
090600* "FAIL [REFCHECK ]<FILE> - <N> RECORD(S) - <REASON> - MOVED
090700* TO <DIR>". THE FILE NOW SITS IN <DIR> UNDER ITS OWN NAME.
090800 TAKE-INTAKE-FAIL.
090900     ADD 1 TO WS-FEEDS-FAILED
091000     PERFORM SPLIT-FEED-LINE
091100     MOVE SPACES TO WS-FEED-LOCATION
091200     IF WS-FEED-DIR NOT = SPACES
091300         MOVE WS-FEED-DATA TO WS-BASE-IN
091400         PERFORM DERIVE-BASE-NAME
091500         STRING FUNCTION TRIM(WS-FEED-DIR) "/"
091600                FUNCTION TRIM(WS-BASE-NAME)
091700                DELIMITED BY SIZE INTO WS-FEED-LOCATION
091800         PERFORM NOTE-QUARANTINE-DIR
091900         IF WS-QFAIL-COUNT < 200
092000             ADD 1 TO WS-QFAIL-COUNT
092100             MOVE WS-FEED-DIR TO WS-QF-DIR(WS-QFAIL-COUNT)
092200             MOVE WS-BASE-NAME TO WS-QF-BASE(WS-QFAIL-COUNT)
092300             MOVE WS-FEED-ITEM TO WS-QF-ITEM(WS-QFAIL-COUNT)
092400             MOVE WS-INTAKE-STAMP
092500                  TO WS-QF-STAMP(WS-QFAIL-COUNT)
092600         END-IF
092700     ELSE
092800         MOVE "(NOT RECORDED)" TO WS-FEED-LOCATION
092900     END-IF
093000     MOVE SPACES TO WS-OUT-LINE
093100     STRING "    FAIL " FUNCTION TRIM(WS-FEED-ITEM)
093200            " - " FUNCTION TRIM(WS-FEED-COUNT-TEXT)
093300            " RECORD(S) - " FUNCTION TRIM(WS-FEED-REASON)
093400            " - QUARANTINED AS "
093500            FUNCTION TRIM(WS-FEED-LOCATION)
093600            DELIMITED BY SIZE INTO WS-OUT-LINE
093700            ON OVERFLOW
093800                CONTINUE
093900     END-STRING
094000     PERFORM EMIT-RPT
094100     MOVE SPACES TO WS-NEW-TEXT
094200     STRING "FEED " FUNCTION TRIM(WS-FEED-ITEM)
094300            " FAILED - " FUNCTION TRIM(WS-FEED-REASON)
094400            " - QUARANTINED AS "
094500            FUNCTION TRIM(WS-FEED-LOCATION)
094600            DELIMITED BY SIZE INTO WS-NEW-TEXT
094700            ON OVERFLOW
094800                CONTINUE
094900     END-STRING
095000     PERFORM ADD-INTAKE-EXCEPTION.
095100
095200* TAKES A PASS OR FAIL LINE APART: THE ITEM UP TO THE FIRST
095300* " - ", THE RECORD COUNT AHEAD OF " RECORD(S)" (REPORTS
095400* WRITTEN BEFORE FAIL LINES CARRIED THE COUNT SHOW "?"), THE
095500* REASON AND THE QUARANTINE DIRECTORY AFTER " - MOVED TO ".
095600 SPLIT-FEED-LINE.
095700     MOVE SPACES TO WS-FEED-ITEM WS-FEED-DATA WS-FEED-REASON
095800                    WS-FEED-DIR
095900     MOVE "?" TO WS-FEED-COUNT-TEXT
096000     MOVE " - " TO WS-MARK
096100     MOVE 3 TO WS-MARK-LEN
096200     MOVE 6 TO WS-MARK-FROM
096300     PERFORM FIND-MARK
096400     IF WS-MARK-POS = 0
096500         MOVE WS-LINE(6:200) TO WS-FEED-ITEM
096600         MOVE 500 TO WS-POS-1
096700     ELSE
096800         MOVE WS-LINE(6:WS-MARK-POS - 6) TO WS-FEED-ITEM
096900         COMPUTE WS-POS-1 = WS-MARK-POS + 3
097000     END-IF
097100     MOVE WS-FEED-ITEM TO WS-FEED-DATA
097200     IF WS-FEED-ITEM(1:9) = "REFCHECK "
097300         MOVE WS-FEED-ITEM(10:191) TO WS-FEED-DATA
097400     END-IF
097500     MOVE " RECORD(S)" TO WS-MARK
097600     MOVE 10 TO WS-MARK-LEN
097700     MOVE WS-POS-1 TO WS-MARK-FROM
097800     PERFORM FIND-MARK
097900     COMPUTE WS-PIECE-LEN = WS-MARK-POS - WS-POS-1
098000     IF WS-MARK-POS > WS-POS-1 AND WS-PIECE-LEN <= 9
098100         IF WS-LINE(WS-POS-1:WS-PIECE-LEN) IS NUMERIC
098200             MOVE WS-LINE(WS-POS-1:WS-PIECE-LEN)
098300                  TO WS-FEED-COUNT-TEXT
098400             MOVE " - " TO WS-MARK
098500             MOVE 3 TO WS-MARK-LEN
098600             MOVE WS-MARK-POS TO WS-MARK-FROM
098700             PERFORM FIND-MARK
098800             IF WS-MARK-POS > 0
098900                 COMPUTE WS-POS-1 = WS-MARK-POS + 3
099000             ELSE
099100                 MOVE 500 TO WS-POS-1
099200             END-IF
099300         END-IF
099400     END-IF
099500     MOVE " - MOVED TO " TO WS-MARK
099600     MOVE 12 TO WS-MARK-LEN
099700     MOVE WS-POS-1 TO WS-MARK-FROM
099800     PERFORM FIND-MARK
099900     IF WS-MARK-POS > WS-POS-1
100000         MOVE WS-LINE(WS-POS-1:WS-MARK-POS - WS-POS-1)
100100              TO WS-FEED-REASON
100200         MOVE FUNCTION TRIM(WS-LINE(WS-MARK-POS + 12:200))
100300              TO WS-FEED-DIR
100400     ELSE
100500         IF WS-POS-1 < 500
100600             MOVE WS-LINE(WS-POS-1:200) TO WS-FEED-REASON
100700         END-IF
100800     END-IF.
100900
101000 NOTE-QUARANTINE-DIR.
101100     MOVE "N" TO WS-QNAME-FOUND-SW
101200     PERFORM VARYING WS-QX FROM 1 BY 1
101300               UNTIL WS-QX > WS-QDIR-COUNT
101400         IF WS-QDIR(WS-QX) = WS-FEED-DIR
101500             MOVE "Y" TO WS-QNAME-FOUND-SW
101600         END-IF
101700     END-PERFORM
101800     IF WS-QNAME-FOUND-SW = "N" AND WS-QDIR-COUNT < 50
101900       AND WS-FEED-DIR NOT = SPACES
102000         ADD 1 TO WS-QDIR-COUNT
102100         MOVE WS-FEED-DIR TO WS-QDIR(WS-QDIR-COUNT)
102200     END-IF.
102300
102400 REPORT-INTAKE-PROBLEM.
102500     MOVE SPACES TO WS-OUT-LINE
102600     STRING "INTAKE " FUNCTION TRIM(WS-ITEM) " - "
102700            FUNCTION TRIM(WS-NEW-TEXT)
102800            DELIMITED BY SIZE INTO WS-OUT-LINE
102900     PERFORM EMIT-RPT
103000     MOVE SPACES TO WS-INTAKE-STAMP
103100     PERFORM ADD-INTAKE-EXCEPTION.
103200
103300 ADD-INTAKE-EXCEPTION.
103400     MOVE "INTAKE" TO WS-NEW-SOURCE
103500     MOVE WS-ITEM TO WS-NEW-ITEM
103600     MOVE WS-INTAKE-STAMP TO WS-STAMP
103700     PERFORM SHOW-STAMP
103800     MOVE WS-STAMP-SHOW TO WS-NEW-WHEN
103900     PERFORM ADD-EXCEPTION.
104000
104100* WHAT EACH QUARANTINE DIRECTORY HOLDS NOW, LISTED THROUGH
104200* THE SHELL AS CPYDICT LISTS ITS LIBRARY, AND WHETHER EVERY
104300* FILE THAT FAILED INTO IT IS THERE - A FAILED MOVE LEAVES A
104400* BAD FILE WHERE THE UPDATE WILL FIND IT.
104500 REPORT-QUARANTINE.
104600     PERFORM VARYING WS-QX FROM 1 BY 1
104700               UNTIL WS-QX > WS-QDIR-COUNT
104800         PERFORM REPORT-ONE-QUARANTINE
104900     END-PERFORM.
105000
105100 REPORT-ONE-QUARANTINE.
105200     MOVE ZERO TO WS-QNAME-COUNT
105300     MOVE WS-QDIR(WS-QX) TO WS-PATH-TO-CHECK
105400     PERFORM VALIDATE-PATH
105500     IF NOT WS-BAD-CHAR
105600         MOVE WS-QLS-PATH TO WS-PATH-TO-CHECK
105700         PERFORM VALIDATE-PATH
105800     END-IF
105900     IF WS-BAD-CHAR
106000         MOVE SPACES TO WS-OUT-LINE
106100         STRING "QUARANTINE " FUNCTION TRIM(WS-QDIR(WS-QX))
106200                " - PATH CONTAINS AN UNSUPPORTED CHARACTER, "
106300                "NOT LISTED"
106400                DELIMITED BY SIZE INTO WS-OUT-LINE
106500         PERFORM EMIT-RPT
106600     ELSE
106700         MOVE SPACES TO WS-COMMAND-LINE
106800         STRING "ls -1 " FUNCTION TRIM(WS-QDIR(WS-QX))
106900                " > " FUNCTION TRIM(WS-QLS-PATH)
107000                " 2>/dev/null"
107100                DELIMITED BY SIZE INTO WS-COMMAND-LINE
107200         CALL "SYSTEM" USING WS-COMMAND-LINE
107300         MOVE WS-QLS-PATH TO WS-LOG-PATH
107400         OPEN INPUT LOG-FILE
107500         IF WS-LOG-STATUS = "00"
107600             MOVE "N" TO WS-EOF-SW
107700             PERFORM UNTIL WS-EOF
107800                 READ LOG-FILE INTO WS-LINE
107900                     AT END
108000                         SET WS-EOF TO TRUE
108100                     NOT AT END
108200                         IF WS-QNAME-COUNT < 500
108300                           AND WS-LINE NOT = SPACES
108400                             ADD 1 TO WS-QNAME-COUNT
108500                             MOVE WS-LINE
108600                                  TO WS-QNAME(WS-QNAME-COUNT)
108700                         END-IF
108800                 END-READ
108900             END-PERFORM
109000             CLOSE LOG-FILE
109100         END-IF
109200         MOVE WS-QNAME-COUNT TO WS-CNT-DISP
109300         MOVE SPACES TO WS-OUT-LINE
109400         STRING "QUARANTINE " FUNCTION TRIM(WS-QDIR(WS-QX))
109500                " HOLDS " FUNCTION TRIM(WS-CNT-DISP)
109600                " FILE(S)"
109700                DELIMITED BY SIZE INTO WS-OUT-LINE
109800         PERFORM EMIT-RPT
109900         PERFORM VARYING WS-NX FROM 1 BY 1
110000                   UNTIL WS-NX > WS-QNAME-COUNT
110100             MOVE SPACES TO WS-OUT-LINE
110200             STRING "    " WS-QNAME(WS-NX)
110300                    DELIMITED BY SIZE INTO WS-OUT-LINE
110400             PERFORM EMIT-RPT
110500         END-PERFORM
110600         PERFORM VARYING WS-FX FROM 1 BY 1
110700                   UNTIL WS-FX > WS-QFAIL-COUNT
110800             IF WS-QF-DIR(WS-FX) = WS-QDIR(WS-QX)
110900                 PERFORM CHECK-QUARANTINED-FILE
111000             END-IF
111100         END-PERFORM
111200     END-IF.
111300
111400 CHECK-QUARANTINED-FILE.
111500     MOVE "N" TO WS-QNAME-FOUND-SW
111600     PERFORM VARYING WS-NX FROM 1 BY 1
111700               UNTIL WS-NX > WS-QNAME-COUNT
111800         IF WS-QNAME(WS-NX) = WS-QF-BASE(WS-FX)
111900             MOVE "Y" TO WS-QNAME-FOUND-SW
112000         END-IF
112100     END-PERFORM
112200     IF WS-QNAME-FOUND-SW = "N"
112300         MOVE SPACES TO WS-OUT-LINE
112400         STRING "    NOT IN QUARANTINE: "
112500                FUNCTION TRIM(WS-QF-BASE(WS-FX))
112600                " (FAILED AS " FUNCTION TRIM(WS-QF-ITEM(WS-FX))
112700                ")"
112800                DELIMITED BY SIZE INTO WS-OUT-LINE
112900         PERFORM EMIT-RPT
113000         MOVE "INTAKE" TO WS-NEW-SOURCE
113100         MOVE WS-QF-ITEM(WS-FX) TO WS-NEW-ITEM
113200         MOVE WS-QF-STAMP(WS-FX) TO WS-STAMP
113300         PERFORM SHOW-STAMP
113400         MOVE WS-STAMP-SHOW TO WS-NEW-WHEN
113500         MOVE SPACES TO WS-NEW-TEXT
113600         STRING "FAILED FILE IS NOT IN QUARANTINE "
113700                FUNCTION TRIM(WS-QF-DIR(WS-FX))
113800                " - CHECK WHERE IT WENT"
113900                DELIMITED BY SIZE INTO WS-NEW-TEXT
114000         PERFORM ADD-EXCEPTION
114100     END-IF.
114200
114300 VALIDATE-PATH.
114400     MOVE "N" TO WS-BAD-CHAR-SW
114500     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PATH-TO-CHECK))
114600         TO WS-DIR-LEN
114700     PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
114800               UNTIL WS-CHAR-IDX > WS-DIR-LEN
114900         MOVE WS-PATH-TO-CHECK(WS-CHAR-IDX:1) TO WS-ONE-CHAR
115000         IF WS-ONE-CHAR NOT ALPHABETIC-UPPER
115100               AND WS-ONE-CHAR NOT ALPHABETIC-LOWER
115200               AND WS-ONE-CHAR NOT NUMERIC
115300               AND WS-ONE-CHAR NOT = "/"
115400               AND WS-ONE-CHAR NOT = "."
115500               AND WS-ONE-CHAR NOT = "_"
115600               AND WS-ONE-CHAR NOT = "-"
115700             SET WS-BAD-CHAR TO TRUE
115800         END-IF
115900     END-PERFORM.
116000
116100******************************************************************
116200*    CPYEDIT PATCHES
116300******************************************************************
116400
116500* "<STAMP> USER=<U> FILE=<F> REC=<N> FIELD=<X> OLD='<O>'
116600* NEW='<N>'" - EVERY ONE IN THE WINDOW IS LISTED AND IS AN
116700* EXCEPTION: DATA WAS CHANGED BY HAND.
116800 REPORT-PATCHES.
116900     MOVE SPACES TO WS-OUT-LINE
117000     STRING "DATA PATCHES (" FUNCTION TRIM(WS-EDIT-LOG-PATH) ")"
117100            DELIMITED BY SIZE INTO WS-OUT-LINE
117200     PERFORM WRITE-SECTION-TITLE
117300     MOVE WS-EDIT-LOG-PATH TO WS-LOG-PATH
117400     OPEN INPUT LOG-FILE
117500     IF WS-LOG-STATUS NOT = "00"
117600         MOVE SPACES TO WS-OUT-LINE
117700         STRING "    NO PATCH LOG " FUNCTION TRIM(WS-LOG-PATH)
117800                " - NO PATCHES RECORDED"
117900                DELIMITED BY SIZE INTO WS-OUT-LINE
118000         PERFORM EMIT-RPT
118100     ELSE
118200         MOVE "N" TO WS-EOF-SW
118300         PERFORM UNTIL WS-EOF
118400             READ LOG-FILE INTO WS-LINE
118500                 AT END
118600                     SET WS-EOF TO TRUE
118700                 NOT AT END
118800                     PERFORM TAKE-PATCH-LINE
118900             END-READ
119000         END-PERFORM
119100         CLOSE LOG-FILE
119200         IF WS-PATCH-COUNT = 0
119300             MOVE SPACES TO WS-OUT-LINE
119400             STRING "    NO PATCHES ON " WS-BUS-DATE
119500                    DELIMITED BY SIZE INTO WS-OUT-LINE
119600             PERFORM EMIT-RPT
119700         END-IF
119800     END-IF.
119900
120000 TAKE-PATCH-LINE.
120100     MOVE WS-LINE(1:15) TO WS-STAMP-IN
120200     PERFORM CONVERT-STAMP
120300     PERFORM CHECK-IN-WINDOW
120400     IF WS-IN-WINDOW
120500         ADD 1 TO WS-PATCH-COUNT
120600         PERFORM SHOW-STAMP
120700         MOVE SPACES TO WS-OUT-LINE
120800         STRING "    " WS-STAMP-SHOW " "
120900                FUNCTION TRIM(WS-LINE(17:484))
121000                DELIMITED BY SIZE INTO WS-OUT-LINE
121100                ON OVERFLOW
121200                    CONTINUE
121300         END-STRING
121400         PERFORM EMIT-RPT
121500         PERFORM SPLIT-PATCH-LINE
121600         MOVE "PATCH" TO WS-NEW-SOURCE
121700         MOVE WS-PT-FILE TO WS-NEW-ITEM
121800         MOVE WS-STAMP-SHOW TO WS-NEW-WHEN
121900         MOVE SPACES TO WS-NEW-TEXT
122000         STRING "REC " FUNCTION TRIM(WS-PT-REC)
122100                " FIELD " FUNCTION TRIM(WS-PT-FIELD)
122200                " PATCHED BY " FUNCTION TRIM(WS-PT-USER)
122300                " FROM '" FUNCTION TRIM(WS-PT-OLD)
122400                "' TO '" FUNCTION TRIM(WS-PT-NEW) "'"
122500                DELIMITED BY SIZE INTO WS-NEW-TEXT
122600                ON OVERFLOW
122700                    CONTINUE
122800         END-STRING
122900         PERFORM ADD-EXCEPTION
123000     END-IF.
123100
123200* THE VALUES ARE QUOTED AND MAY HOLD SPACES, SO EACH PIECE IS
123300* TAKEN BETWEEN ITS OWN KEYWORD AND THE NEXT ONE.
123400 SPLIT-PATCH-LINE.
123500     MOVE SPACES TO WS-PT-USER WS-PT-FILE WS-PT-REC
123600                    WS-PT-FIELD WS-PT-OLD WS-PT-NEW
123700     MOVE 16 TO WS-MARK-FROM
123800     MOVE " USER=" TO WS-MARK
123900     MOVE 6 TO WS-MARK-LEN
124000     PERFORM FIND-MARK
124100     MOVE WS-MARK-POS TO WS-POS-1
124200     MOVE " FILE=" TO WS-MARK
124300     PERFORM FIND-MARK
124400     MOVE WS-MARK-POS TO WS-POS-2
124500     MOVE " REC=" TO WS-MARK
124600     MOVE 5 TO WS-MARK-LEN
124700     PERFORM FIND-MARK
124800     MOVE WS-MARK-POS TO WS-POS-3
124900     MOVE " FIELD=" TO WS-MARK
125000     MOVE 7 TO WS-MARK-LEN
125100     PERFORM FIND-MARK
125200     MOVE WS-MARK-POS TO WS-POS-4
125300     MOVE " OLD='" TO WS-MARK
125400     MOVE 6 TO WS-MARK-LEN
125500     PERFORM FIND-MARK
125600     MOVE WS-MARK-POS TO WS-POS-5
125700     MOVE "' NEW='" TO WS-MARK
125800     MOVE 7 TO WS-MARK-LEN
125900     PERFORM FIND-MARK
126000     MOVE WS-MARK-POS TO WS-POS-6
126100     IF WS-POS-1 > 0 AND WS-POS-2 > WS-POS-1 + 6
126200       AND WS-POS-3 > WS-POS-2 + 6 AND WS-POS-4 > WS-POS-3 + 5
126300       AND WS-POS-5 > WS-POS-4 + 7 AND WS-POS-6 >= WS-POS-5 + 6
126400         MOVE WS-LINE(WS-POS-1 + 6:WS-POS-2 - WS-POS-1 - 6)
126500              TO WS-PT-USER
126600         MOVE WS-LINE(WS-POS-2 + 6:WS-POS-3 - WS-POS-2 - 6)
126700              TO WS-PT-FILE
126800         MOVE WS-LINE(WS-POS-3 + 5:WS-POS-4 - WS-POS-3 - 5)
126900              TO WS-PT-REC
127000         MOVE WS-LINE(WS-POS-4 + 7:WS-POS-5 - WS-POS-4 - 7)
127100              TO WS-PT-FIELD
127200         IF WS-POS-6 > WS-POS-5 + 6
127300             MOVE WS-LINE(WS-POS-5 + 6:WS-POS-6 - WS-POS-5 - 6)
127400                  TO WS-PT-OLD
127500         END-IF
127600         COMPUTE WS-LINE-LEN =
127700             FUNCTION LENGTH(FUNCTION TRIM(WS-LINE TRAILING))
127800         IF WS-LINE-LEN > WS-POS-6 + 7
127900             MOVE WS-LINE(WS-POS-6 + 7:WS-LINE-LEN - WS-POS-6 - 7)
128000                  TO WS-PT-NEW
128100         END-IF
128200     ELSE
128300         MOVE "(LOG LINE NOT IN THE USUAL FORM)" TO WS-PT-FILE
128400     END-IF.
128500
128600******************************************************************
128700*    COPYBOOKS SIZED
128800******************************************************************
128900
129000* "<STAMP> COPYBOOK=<PATH> TOTAL-SIZE=<N> USER=<U> JOB=<J>".
129100 REPORT-SIZINGS.
129200     MOVE SPACES TO WS-OUT-LINE
129300     STRING "COPYBOOKS SIZED (" FUNCTION TRIM(WS-AUDIT-LOG-PATH)
129400            ", COMPARED WITH SIZHIST.IDX)"
129500            DELIMITED BY SIZE INTO WS-OUT-LINE
129600     PERFORM WRITE-SECTION-TITLE
129700     MOVE WS-AUDIT-LOG-PATH TO WS-LOG-PATH
129800     OPEN INPUT LOG-FILE
129900     IF WS-LOG-STATUS NOT = "00"
130000         MOVE SPACES TO WS-OUT-LINE
130100         STRING "    NO SIZING LOG " FUNCTION TRIM(WS-LOG-PATH)
130200                " - NO SIZING RECORDED"
130300                DELIMITED BY SIZE INTO WS-OUT-LINE
130400         PERFORM EMIT-RPT
130500     ELSE
130600         MOVE "N" TO WS-EOF-SW
130700         PERFORM UNTIL WS-EOF
130800             READ LOG-FILE INTO WS-LINE
130900                 AT END
131000                     SET WS-EOF TO TRUE
131100                 NOT AT END
131200                     PERFORM TAKE-AUDIT-LINE
131300             END-READ
131400         END-PERFORM
131500         CLOSE LOG-FILE
131600         IF WS-SZ-COUNT = 0
131700             MOVE SPACES TO WS-OUT-LINE
131800             STRING "    NO COPYBOOKS SIZED ON " WS-BUS-DATE
131900                    DELIMITED BY SIZE INTO WS-OUT-LINE
132000             PERFORM EMIT-RPT
132100         ELSE
132200             PERFORM REPORT-SIZED-COPYBOOKS
132300         END-IF
132400     END-IF.
132500
132600 TAKE-AUDIT-LINE.
132700     MOVE WS-LINE(1:15) TO WS-STAMP-IN
132800     PERFORM CONVERT-STAMP
132900     PERFORM CHECK-IN-WINDOW
133000     IF WS-IN-WINDOW
133100         MOVE 16 TO WS-MARK-FROM
133200         MOVE " COPYBOOK=" TO WS-MARK
133300         MOVE 10 TO WS-MARK-LEN
133400         PERFORM FIND-MARK
133500         MOVE WS-MARK-POS TO WS-POS-1
133600         MOVE " TOTAL-SIZE=" TO WS-MARK
133700         MOVE 12 TO WS-MARK-LEN
133800         PERFORM FIND-MARK
133900         MOVE WS-MARK-POS TO WS-POS-2
134000         MOVE " USER=" TO WS-MARK
134100         MOVE 6 TO WS-MARK-LEN
134200         PERFORM FIND-MARK
134300         MOVE WS-MARK-POS TO WS-POS-3
134400         MOVE " JOB=" TO WS-MARK
134500         MOVE 5 TO WS-MARK-LEN
134600         PERFORM FIND-MARK
134700         MOVE WS-MARK-POS TO WS-POS-4
134800         IF WS-POS-1 > 0 AND WS-POS-2 > WS-POS-1 + 10
134900           AND WS-POS-3 > WS-POS-2 + 12
135000           AND WS-POS-4 > WS-POS-3 + 6
135100           AND WS-POS-3 - WS-POS-2 - 12 <= 9
135200             MOVE WS-LINE(WS-POS-1 + 10:WS-POS-2 - WS-POS-1 - 10)
135300                  TO WS-SZ-PATH-IN
135400             MOVE WS-LINE(WS-POS-2 + 12:WS-POS-3 - WS-POS-2 - 12)
135500                  TO WS-SZ-TOTAL-TEXT
135600             MOVE WS-LINE(WS-POS-3 + 6:WS-POS-4 - WS-POS-3 - 6)
135700                  TO WS-SZ-USER-IN
135800             IF FUNCTION TRIM(WS-SZ-TOTAL-TEXT) IS NUMERIC
135900                 MOVE FUNCTION NUMVAL(WS-SZ-TOTAL-TEXT)
136000                      TO WS-SZ-TOTAL-IN
136100                 PERFORM NOTE-SIZING
136200             END-IF
136300         END-IF
136400     END-IF.
136500
136600* ONE ENTRY PER COPYBOOK BASE NAME - THE NAME SIZHIST.IDX IS
136700* KEYED BY - HOLDING THE NIGHT'S LAST SIZING OF IT.
136800 NOTE-SIZING.
136900     MOVE WS-SZ-PATH-IN TO WS-BASE-IN
137000     PERFORM DERIVE-BASE-NAME
137100     MOVE ZERO TO WS-SX
137200     PERFORM VARYING WS-JX FROM 1 BY 1
137300               UNTIL WS-JX > WS-SZ-COUNT OR WS-SX > 0
137400         IF WS-SZ-BASE(WS-JX) = WS-BASE-NAME
137500             MOVE WS-JX TO WS-SX
137600         END-IF
137700     END-PERFORM
137800     IF WS-SX = 0
137900         IF WS-SZ-COUNT < 300
138000             ADD 1 TO WS-SZ-COUNT
138100             MOVE WS-SZ-COUNT TO WS-SX
138200             MOVE WS-BASE-NAME TO WS-SZ-BASE(WS-SX)
138300             MOVE ZERO TO WS-SZ-TIMES(WS-SX)
138400         ELSE
138500             ADD 1 TO WS-SZ-LOST
138600         END-IF
138700     END-IF
138800     IF WS-SX > 0
138900         ADD 1 TO WS-SZ-TIMES(WS-SX)
139000         MOVE WS-SZ-PATH-IN TO WS-SZ-PATH(WS-SX)
139100         MOVE WS-STAMP TO WS-SZ-LAST-STAMP(WS-SX)
139200         MOVE WS-SZ-TOTAL-IN TO WS-SZ-LAST-TOTAL(WS-SX)
139300         MOVE WS-SZ-USER-IN TO WS-SZ-LAST-USER(WS-SX)
139400     END-IF.
139500
139600 REPORT-SIZED-COPYBOOKS.
139700     MOVE "N" TO WS-HIST-OPEN-SW
139800     OPEN INPUT HIST-FILE
139900     IF WS-HIST-STATUS = "00"
140000         MOVE "Y" TO WS-HIST-OPEN-SW
140100     ELSE
140200         MOVE SPACES TO WS-OUT-LINE
140300         STRING "    SIZING HISTORY SIZHIST.IDX COULD NOT BE "
140400                "OPENED (STATUS " WS-HIST-STATUS
140500                ") - SIZES NOT COMPARED"
140600                DELIMITED BY SIZE INTO WS-OUT-LINE
140700         PERFORM EMIT-RPT
140800         MOVE "SIZING" TO WS-NEW-SOURCE
140900         MOVE "SIZHIST.IDX" TO WS-NEW-ITEM
141000         MOVE SPACES TO WS-NEW-WHEN
141100         MOVE SPACES TO WS-NEW-TEXT
141200         STRING "SIZING HISTORY COULD NOT BE OPENED - "
141300                "COPYBOOK SIZE CHANGES WERE NOT CHECKED"
141400                DELIMITED BY SIZE INTO WS-NEW-TEXT
141500         PERFORM ADD-EXCEPTION
141600     END-IF
141700     PERFORM VARYING WS-SX FROM 1 BY 1
141800               UNTIL WS-SX > WS-SZ-COUNT
141900         PERFORM REPORT-ONE-SIZING
142000     END-PERFORM
142100     IF WS-HIST-OPEN-SW = "Y"
142200         CLOSE HIST-FILE
142300     END-IF
142400     IF WS-SZ-LOST > 0
142500         MOVE WS-SZ-LOST TO WS-CNT-DISP
142600         MOVE SPACES TO WS-OUT-LINE
142700         STRING "    " FUNCTION TRIM(WS-CNT-DISP)
142800                " MORE SIZING(S) OF OTHER COPYBOOKS NOT LISTED"
142900                " - TABLE FULL"
143000                DELIMITED BY SIZE INTO WS-OUT-LINE
143100         PERFORM EMIT-RPT
143200     END-IF.
143300
143400 REPORT-ONE-SIZING.
143500     MOVE WS-SZ-TIMES(WS-SX) TO WS-CNT-DISP
143600     MOVE WS-SZ-LAST-TOTAL(WS-SX) TO WS-CNT-DISP-2
143700     MOVE WS-SZ-LAST-STAMP(WS-SX) TO WS-STAMP
143800     PERFORM SHOW-STAMP
143900     MOVE SPACES TO WS-OUT-LINE
144000     STRING "    " FUNCTION TRIM(WS-SZ-PATH(WS-SX))
144100            " - SIZED " FUNCTION TRIM(WS-CNT-DISP)
144200            " TIME(S), LAST " WS-STAMP-SHOW
144300            " BY " FUNCTION TRIM(WS-SZ-LAST-USER(WS-SX))
144400            " TOTAL " FUNCTION TRIM(WS-CNT-DISP-2)
144500            DELIMITED BY SIZE INTO WS-OUT-LINE
144600            ON OVERFLOW
144700                CONTINUE
144800     END-STRING
144900     PERFORM EMIT-RPT
145000     IF WS-HIST-OPEN-SW = "Y"
145100         PERFORM READ-SNAPSHOTS
145200         MOVE "N" TO WS-SNAP-SEEN-SW
145300         PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 2
145400             IF WS-SN-NIGHT-COUNT(WS-SLOT) > 0
145500                 MOVE "Y" TO WS-SNAP-SEEN-SW
145600                 PERFORM JUDGE-SNAPSHOT
145700             END-IF
145800         END-PERFORM
145900         IF WS-SNAP-SEEN-SW = "N"
146000             MOVE SPACES TO WS-OUT-LINE
146100             STRING "        NO SNAPSHOT OF THIS SIZING IN "
146200                    "SIZHIST.IDX - NOT COMPARED"
146300                    DELIMITED BY SIZE INTO WS-OUT-LINE
146400             PERFORM EMIT-RPT
146500         END-IF
146600     END-IF.
146700
146800* EVERY SNAPSHOT HEADER (FIELD-SEQ 0000) OF THE COPYBOOK, OLDEST
146900* FIRST: PER PROFILE, THE LAST ONE BEFORE THE WINDOW IS THE
147000* PREVIOUS SNAPSHOT AND THE LAST ONE IN IT IS THE NIGHT'S.
147100* A BLANK PROFILE IS AN RMC RUN, AS CPYHIST TREATS IT.
147200 READ-SNAPSHOTS.
147300     PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 2
147400         MOVE SPACES TO WS-SN-PRE-STAMP(WS-SLOT)
147500         MOVE ZERO TO WS-SN-PRE-TOTAL(WS-SLOT)
147600                      WS-SN-NIGHT-COUNT(WS-SLOT)
147700                      WS-SN-NIGHT-TOTAL(WS-SLOT)
147800         MOVE "N" TO WS-SN-VARIED(WS-SLOT)
147900     END-PERFORM
148000     MOVE LOW-VALUES TO HIST-KEY
148100     MOVE WS-SZ-BASE(WS-SX) TO HIST-COPYBOOK
148200     MOVE "N" TO WS-EOF-SW
148300     START HIST-FILE KEY NOT < HIST-KEY
148400         INVALID KEY
148500             SET WS-EOF TO TRUE
148600     END-START
148700     PERFORM UNTIL WS-EOF
148800         READ HIST-FILE NEXT RECORD
148900             AT END
149000                 SET WS-EOF TO TRUE
149100             NOT AT END
149200                 IF HIST-COPYBOOK NOT = WS-SZ-BASE(WS-SX)
149300                   OR HIST-TIMESTAMP NOT < WS-WIN-TO
149400                     SET WS-EOF TO TRUE
149500                 ELSE
149600                     IF HIST-FIELD-SEQ = 0
149700                         PERFORM TAKE-SNAPSHOT
149800                     END-IF
149900                 END-IF
150000         END-READ
150100     END-PERFORM.
150200
150300 TAKE-SNAPSHOT.
150400     IF HIST-DIALECT = "IBM"
150500         MOVE 2 TO WS-SLOT
150600     ELSE
150700         MOVE 1 TO WS-SLOT
150800     END-IF
150900     IF HIST-TIMESTAMP < WS-WIN-FROM
151000         MOVE HIST-TIMESTAMP TO WS-SN-PRE-STAMP(WS-SLOT)
151100         MOVE HIST-HDR-TOTAL-MAX TO WS-SN-PRE-TOTAL(WS-SLOT)
151200     ELSE
151300         IF WS-SN-NIGHT-COUNT(WS-SLOT) > 0
151400           AND HIST-HDR-TOTAL-MAX
151500               NOT = WS-SN-NIGHT-TOTAL(WS-SLOT)
151600             MOVE "Y" TO WS-SN-VARIED(WS-SLOT)
151700         END-IF
151800         ADD 1 TO WS-SN-NIGHT-COUNT(WS-SLOT)
151900         MOVE HIST-HDR-TOTAL-MAX TO WS-SN-NIGHT-TOTAL(WS-SLOT)
152000     END-IF.
152100
152200 JUDGE-SNAPSHOT.
152300     IF WS-SLOT = 2
152400         MOVE "IBM" TO WS-SLOT-NAME
152500     ELSE
152600         MOVE "RMC" TO WS-SLOT-NAME
152700     END-IF
152800     MOVE WS-SN-NIGHT-TOTAL(WS-SLOT) TO WS-CNT-DISP
152900     MOVE WS-SN-PRE-TOTAL(WS-SLOT) TO WS-CNT-DISP-2
153000     MOVE WS-SN-PRE-STAMP(WS-SLOT) TO WS-STAMP
153100     PERFORM SHOW-STAMP
153200     MOVE SPACES TO WS-OUT-LINE
153300     EVALUATE TRUE
153400         WHEN WS-SN-PRE-STAMP(WS-SLOT) = SPACES
153500             STRING "        " WS-SLOT-NAME " TOTAL "
153600                    FUNCTION TRIM(WS-CNT-DISP)
153700                    " - NO EARLIER SNAPSHOT, "
153800                    "FIRST SIZING ON RECORD"
153900                    DELIMITED BY SIZE INTO WS-OUT-LINE
154000         WHEN WS-SN-NIGHT-TOTAL(WS-SLOT)
154100              NOT = WS-SN-PRE-TOTAL(WS-SLOT)
154200             ADD 1 TO WS-SIZED-CHANGED
154300             STRING "        " WS-SLOT-NAME " TOTAL "
154400                    FUNCTION TRIM(WS-CNT-DISP)
154500                    " - PREVIOUS SNAPSHOT " WS-STAMP-SHOW
154600                    " TOTAL " FUNCTION TRIM(WS-CNT-DISP-2)
154700                    " - *** CHANGED ***"
154800                    DELIMITED BY SIZE INTO WS-OUT-LINE
154900             MOVE SPACES TO WS-NEW-TEXT
155000             STRING WS-SLOT-NAME " TOTAL SIZE CHANGED FROM "
155100                    FUNCTION TRIM(WS-CNT-DISP-2) " TO "
155200                    FUNCTION TRIM(WS-CNT-DISP)
155300                    " SINCE SNAPSHOT " WS-STAMP-SHOW
155400                    DELIMITED BY SIZE INTO WS-NEW-TEXT
155500             PERFORM ADD-SIZING-EXCEPTION
155600         WHEN OTHER
155700             STRING "        " WS-SLOT-NAME " TOTAL "
155800                    FUNCTION TRIM(WS-CNT-DISP)
155900                    " - PREVIOUS SNAPSHOT " WS-STAMP-SHOW
156000                    " TOTAL " FUNCTION TRIM(WS-CNT-DISP-2)
156100                    " - UNCHANGED"
156200                    DELIMITED BY SIZE INTO WS-OUT-LINE
156300     END-EVALUATE
156400     PERFORM EMIT-RPT
156500     IF WS-SN-VARIED(WS-SLOT) = "Y"
156600         MOVE SPACES TO WS-OUT-LINE
156700         STRING "        " WS-SLOT-NAME
156800                " TOTAL VARIED BETWEEN THE NIGHT'S SIZINGS"
156900                " - *** CHANGED ***"
157000                DELIMITED BY SIZE INTO WS-OUT-LINE
157100         PERFORM EMIT-RPT
157200         MOVE SPACES TO WS-NEW-TEXT
157300         STRING WS-SLOT-NAME " TOTAL SIZE VARIED BETWEEN THE "
157400                "NIGHT'S SIZINGS - THE COPYBOOK CHANGED DURING "
157500                "THE RUN"
157600                DELIMITED BY SIZE INTO WS-NEW-TEXT
157700         PERFORM ADD-SIZING-EXCEPTION
157800     END-IF.
157900
158000 ADD-SIZING-EXCEPTION.
158100     MOVE "SIZING" TO WS-NEW-SOURCE
158200     MOVE WS-SZ-PATH(WS-SX) TO WS-NEW-ITEM
158300     MOVE WS-SZ-LAST-STAMP(WS-SX) TO WS-STAMP
158400     PERFORM SHOW-STAMP
158500     MOVE WS-STAMP-SHOW TO WS-NEW-WHEN
158600     PERFORM ADD-EXCEPTION.
158700
158800******************************************************************
158900*    EXCEPTIONS
159000******************************************************************
159100
159200 ADD-EXCEPTION.
159300     IF WS-EXC-COUNT < 500
159400         ADD 1 TO WS-EXC-COUNT
159500         MOVE WS-NEW-SOURCE TO WS-EXC-SOURCE(WS-EXC-COUNT)
159600         MOVE WS-NEW-ITEM TO WS-EXC-ITEM(WS-EXC-COUNT)
159700         MOVE WS-NEW-WHEN TO WS-EXC-WHEN(WS-EXC-COUNT)
159800         MOVE WS-NEW-TEXT TO WS-EXC-TEXT(WS-EXC-COUNT)
159900     ELSE
160000         ADD 1 TO WS-EXC-LOST
160100     END-IF.
160200
160300* THE HANDOVER SECTION - ONE LINE PER EXCEPTION, NOTHING ELSE,
160400* SO IT CAN BE PASTED AS IT STANDS.
160500 REPORT-EXCEPTIONS.
160600     MOVE WS-EXC-COUNT TO WS-CNT-DISP
160700     MOVE SPACES TO WS-OUT-LINE
160800     STRING "EXCEPTIONS FOR " WS-BUS-DATE " - "
160900            FUNCTION TRIM(WS-CNT-DISP)
161000            DELIMITED BY SIZE INTO WS-OUT-LINE
161100     PERFORM WRITE-SECTION-TITLE
161200     IF WS-EXC-COUNT = 0 AND WS-EXC-LOST = 0
161300         MOVE SPACES TO WS-OUT-LINE
161400         STRING "    NONE - EVERYTHING RAN, NO DATA WAS PATCHED "
161500                "AND NO COPYBOOK SIZE CHANGED"
161600                DELIMITED BY SIZE INTO WS-OUT-LINE
161700         PERFORM EMIT-RPT
161800     END-IF
161900     PERFORM VARYING WS-EX FROM 1 BY 1
162000               UNTIL WS-EX > WS-EXC-COUNT
162100         MOVE SPACES TO WS-OUT-LINE
162200         IF WS-EXC-WHEN(WS-EX) = SPACES
162300             STRING WS-EXC-SOURCE(WS-EX) " "
162400                    FUNCTION TRIM(WS-EXC-ITEM(WS-EX)) " - "
162500                    FUNCTION TRIM(WS-EXC-TEXT(WS-EX))
162600                    DELIMITED BY SIZE INTO WS-OUT-LINE
162700                    ON OVERFLOW
162800                        CONTINUE
162900             END-STRING
163000         ELSE
163100             STRING WS-EXC-SOURCE(WS-EX) " "
163200                    FUNCTION TRIM(WS-EXC-ITEM(WS-EX)) " "
163300                    WS-EXC-WHEN(WS-EX) " - "
163400                    FUNCTION TRIM(WS-EXC-TEXT(WS-EX))
163500                    DELIMITED BY SIZE INTO WS-OUT-LINE
163600                    ON OVERFLOW
163700                        CONTINUE
163800             END-STRING
163900         END-IF
164000         PERFORM EMIT-RPT
164100     END-PERFORM
164200     IF WS-EXC-LOST > 0
164300         MOVE WS-EXC-LOST TO WS-CNT-DISP
164400         MOVE SPACES TO WS-OUT-LINE
164500         STRING "... AND " FUNCTION TRIM(WS-CNT-DISP)
164600                " MORE EXCEPTION(S) NOT LISTED - TABLE FULL"
164700                DELIMITED BY SIZE INTO WS-OUT-LINE
164800         PERFORM EMIT-RPT
164900     END-IF.
165000
165100* THE SAME EXCEPTIONS FOR THE OPS DASHBOARD. TEXT COLUMNS ARE
165200* QUOTED, EMBEDDED QUOTES DOUBLED, AS CPYCSV WRITES THEM.
165300 WRITE-EXCEPTION-CSV.
165400     OPEN OUTPUT CSV-FILE
165500     IF WS-CSV-STATUS NOT = "00"
165600         DISPLAY "CPYOPS: UNABLE TO CREATE CSV "
165700             FUNCTION TRIM(WS-CSV-PATH)
165800     ELSE
165900         MOVE "BUSINESS_DATE,SOURCE,ITEM,WHEN,EXCEPTION"
166000             TO CSV-REC
166100         WRITE CSV-REC
166200         PERFORM VARYING WS-EX FROM 1 BY 1
166300                   UNTIL WS-EX > WS-EXC-COUNT
166400             PERFORM WRITE-ONE-CSV-ROW
166500         END-PERFORM
166600         CLOSE CSV-FILE
166700     END-IF.
166800
166900 WRITE-ONE-CSV-ROW.
167000     MOVE SPACES TO WS-CSV-LINE
167100     MOVE 1 TO WS-CSV-LINE-PTR
167200     STRING WS-BUS-DATE ","
167300            FUNCTION TRIM(WS-EXC-SOURCE(WS-EX)) ","
167400            DELIMITED BY SIZE INTO WS-CSV-LINE
167500            WITH POINTER WS-CSV-LINE-PTR
167600     MOVE WS-EXC-ITEM(WS-EX) TO WS-CSV-IN
167700     PERFORM QUOTE-CSV-FIELD
167800     STRING WS-CSV-OUT(1:WS-CSV-PTR - 1) ","
167900            DELIMITED BY SIZE INTO WS-CSV-LINE
168000            WITH POINTER WS-CSV-LINE-PTR
168100     IF WS-EXC-WHEN(WS-EX) NOT = SPACES
168200         STRING WS-EXC-WHEN(WS-EX)
168300                DELIMITED BY SIZE INTO WS-CSV-LINE
168400                WITH POINTER WS-CSV-LINE-PTR
168500     END-IF
168600     STRING "," DELIMITED BY SIZE INTO WS-CSV-LINE
168700            WITH POINTER WS-CSV-LINE-PTR
168800     MOVE WS-EXC-TEXT(WS-EX) TO WS-CSV-IN
168900     PERFORM QUOTE-CSV-FIELD
169000     STRING WS-CSV-OUT(1:WS-CSV-PTR - 1)
169100            DELIMITED BY SIZE INTO WS-CSV-LINE
169200            WITH POINTER WS-CSV-LINE-PTR
169300     MOVE WS-CSV-LINE TO CSV-REC
169400     WRITE CSV-REC.
169500
169600 QUOTE-CSV-FIELD.
169700     MOVE SPACES TO WS-CSV-OUT
169800     MOVE 1 TO WS-CSV-PTR
169900     STRING '"' DELIMITED BY SIZE INTO WS-CSV-OUT
170000            WITH POINTER WS-CSV-PTR
170100     IF WS-CSV-IN NOT = SPACES
170200         COMPUTE WS-CSV-IN-LEN =
170300             FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-IN TRAILING))
170400         PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
170500                   UNTIL WS-CHAR-IDX > WS-CSV-IN-LEN
170600             IF WS-CSV-IN(WS-CHAR-IDX:1) = '"'
170700                 STRING '""' DELIMITED BY SIZE INTO WS-CSV-OUT
170800                        WITH POINTER WS-CSV-PTR
170900             ELSE
171000                 STRING WS-CSV-IN(WS-CHAR-IDX:1)
171100                        DELIMITED BY SIZE INTO WS-CSV-OUT
171200                        WITH POINTER WS-CSV-PTR
171300             END-IF
171400         END-PERFORM
171500     END-IF
171600     STRING '"' DELIMITED BY SIZE INTO WS-CSV-OUT
171700            WITH POINTER WS-CSV-PTR.
171800
171900******************************************************************
172000*    SHARED
172100******************************************************************
172200
172300* WS-MARK(1:WS-MARK-LEN) IN WS-LINE FROM WS-MARK-FROM ON.
172400 FIND-MARK.
172500     MOVE ZERO TO WS-MARK-TALLY
172600     INSPECT WS-LINE(WS-MARK-FROM:) TALLYING WS-MARK-TALLY
172700         FOR CHARACTERS BEFORE INITIAL WS-MARK(1:WS-MARK-LEN)
172800     IF WS-MARK-FROM + WS-MARK-TALLY > 500
172900         MOVE ZERO TO WS-MARK-POS
173000     ELSE
173100         COMPUTE WS-MARK-POS = WS-MARK-FROM + WS-MARK-TALLY
173200     END-IF.
173300
173400* YYYYMMDDTHHMMSS (WS-STAMP-IN) TO YYYYMMDDHHMMSS (WS-STAMP);
173500* ANYTHING ELSE LEAVES WS-STAMP BLANK.
173600 CONVERT-STAMP.
173700     IF WS-STAMP-IN(1:8) IS NUMERIC AND WS-STAMP-IN(9:1) = "T"
173800       AND WS-STAMP-IN(10:6) IS NUMERIC
173900         MOVE "Y" TO WS-STAMP-OK-SW
174000         MOVE WS-STAMP-IN(1:8) TO WS-STAMP(1:8)
174100         MOVE WS-STAMP-IN(10:6) TO WS-STAMP(9:6)
174200     ELSE
174300         MOVE "N" TO WS-STAMP-OK-SW
174400         MOVE SPACES TO WS-STAMP
174500     END-IF.
174600
174700 CHECK-IN-WINDOW.
174800     IF WS-STAMP NOT = SPACES
174900       AND WS-STAMP NOT < WS-WIN-FROM
175000       AND WS-STAMP < WS-WIN-TO
175100         MOVE "Y" TO WS-IN-WINDOW-SW
175200     ELSE
175300         MOVE "N" TO WS-IN-WINDOW-SW
175400     END-IF.
175500
175600* WS-STAMP AS "YYYYMMDD HH:MM:SS" (BLANK STAYS BLANK).
175700 SHOW-STAMP.
175800     MOVE SPACES TO WS-STAMP-SHOW
175900     IF WS-STAMP NOT = SPACES
176000         STRING WS-STAMP(1:8) " " WS-STAMP(9:2) ":"
176100                WS-STAMP(11:2) ":" WS-STAMP(13:2)
176200                DELIMITED BY SIZE INTO WS-STAMP-SHOW
176300     END-IF.
176400
176500* WS-FROM-STAMP TO WS-TO-STAMP AS H:MM:SS - ACROSS MIDNIGHT
176600* TOO, THROUGH THE DAY NUMBER OF EACH DATE.
176700 ELAPSED-BETWEEN.
176800     IF WS-FROM-STAMP = SPACES OR WS-TO-STAMP = SPACES
176900         MOVE "UNKNOWN" TO WS-ELAPSED-SHOW
177000     ELSE
177100         MOVE WS-FROM-STAMP TO WS-SEC-STAMP
177200         PERFORM STAMP-SECONDS
177300         MOVE WS-SECONDS TO WS-SEC-FROM
177400         MOVE WS-TO-STAMP TO WS-SEC-STAMP
177500         PERFORM STAMP-SECONDS
177600         COMPUTE WS-ELAPSED = WS-SECONDS - WS-SEC-FROM
177700         IF WS-ELAPSED < 0
177800             MOVE ZERO TO WS-ELAPSED
177900         END-IF
178000         DIVIDE WS-ELAPSED BY 3600 GIVING WS-EL-HOURS
178100             REMAINDER WS-ELAPSED
178200         DIVIDE WS-ELAPSED BY 60 GIVING WS-EL-MINS
178300             REMAINDER WS-EL-SECS
178400         MOVE WS-EL-HOURS TO WS-EL-HOURS-DISP
178500         MOVE SPACES TO WS-ELAPSED-SHOW
178600         STRING FUNCTION TRIM(WS-EL-HOURS-DISP) ":"
178700                WS-EL-MINS ":" WS-EL-SECS
178800                DELIMITED BY SIZE INTO WS-ELAPSED-SHOW
178900     END-IF.
179000
179100 STAMP-SECONDS.
179200     COMPUTE WS-SECONDS =
179300         FUNCTION INTEGER-OF-DATE(WS-SEC-DATE) * 86400
179400         + WS-SEC-HH * 3600 + WS-SEC-MM * 60 + WS-SEC-SS.
179500
179600 DERIVE-BASE-NAME.
179700     MOVE ZERO TO WS-SLASH-POS
179800     COMPUTE WS-PATH-LEN =
179900         FUNCTION LENGTH(FUNCTION TRIM(WS-BASE-IN))
180000     PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
180100               UNTIL WS-PATH-IDX > WS-PATH-LEN
180200         IF WS-BASE-IN(WS-PATH-IDX:1) = "/"
180300             MOVE WS-PATH-IDX TO WS-SLASH-POS
180400         END-IF
180500     END-PERFORM
180600     MOVE SPACES TO WS-BASE-NAME
180700     IF WS-PATH-LEN - WS-SLASH-POS > 0
180800       AND WS-PATH-LEN - WS-SLASH-POS <= 64
180900         MOVE WS-BASE-IN(WS-SLASH-POS + 1:
181000             WS-PATH-LEN - WS-SLASH-POS) TO WS-BASE-NAME
181100     ELSE
181200         IF WS-PATH-LEN - WS-SLASH-POS > 64
181300             MOVE WS-BASE-IN(WS-SLASH-POS + 1:64)
181400                  TO WS-BASE-NAME
181500         END-IF
181600     END-IF.
181700
181800 EMIT-RPT.
181900     MOVE WS-OUT-LINE TO RPT-REC
182000     WRITE RPT-REC
182100     DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING).
182200
182300* WS-OUT-LINE HOLDS THE TITLE.
182400 WRITE-SECTION-TITLE.
182500     MOVE WS-OUT-LINE TO WS-NEW-TEXT
182600     MOVE ALL "-" TO WS-OUT-LINE
182700     PERFORM EMIT-RPT
182800     MOVE WS-NEW-TEXT TO WS-OUT-LINE
182900     PERFORM EMIT-RPT.
183000
183100 WRITE-RUN-HEADER.
183200     MOVE WS-RUN-STAMP TO WS-STAMP
183300     PERFORM SHOW-STAMP
183400     MOVE SPACES TO WS-OUT-LINE
183500     STRING "MORNING OPERATIONS SUMMARY - BUSINESS DATE "
183600            WS-BUS-DATE " (" WS-WIN-FROM-SHOW " TO "
183700            WS-WIN-TO-SHOW ") - " FUNCTION TRIM(WS-CTL-PATH)
183800            " AT " WS-STAMP-SHOW
183900            DELIMITED BY SIZE INTO WS-OUT-LINE
184000     PERFORM EMIT-RPT.
184100
184200 WRITE-RUN-TOTALS.
184300     MOVE ALL "-" TO WS-OUT-LINE
184400     PERFORM EMIT-RPT
184500     MOVE SPACES TO WS-OUT-LINE
184600     STRING "JOBS RUN=" WS-JOBS-RUN
184700            " STEPS=" WS-STEPS-SEEN
184800            " FAILED STEPS=" WS-STEPS-FAILED
184900            " FEEDS PASSED=" WS-FEEDS-PASSED
185000            " FEEDS FAILED=" WS-FEEDS-FAILED
185100            " PATCHES=" WS-PATCH-COUNT
185200            " SIZES CHANGED=" WS-SIZED-CHANGED
185300            DELIMITED BY SIZE INTO WS-OUT-LINE
185400     PERFORM EMIT-RPT
185500     IF WS-CSV-PATH NOT = SPACES
185600         MOVE SPACES TO WS-OUT-LINE
185700         STRING "EXCEPTIONS ALSO WRITTEN TO "
185800                FUNCTION TRIM(WS-CSV-PATH)
185900                DELIMITED BY SIZE INTO WS-OUT-LINE
186000         PERFORM EMIT-RPT
186100     END-IF.
