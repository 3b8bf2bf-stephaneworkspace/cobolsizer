000100******************************************************************
000200*    CPYBAL
000300*
000400*    CONTROL-TOTAL BALANCING AND LEDGER. CPYINTAKE PROVES A
000500*    PARTNER FILE'S RECORD COUNT AGREES WITH ITS TRAILER; THIS
000600*    PROVES THE MONEY DOES. FOR EACH FEED NAMED IN A CONTROL
000700*    FILE IT SUMS THE NAMED AMOUNT FIELDS THROUGH THE COPYBOOK
000800*    (SIGNED DISPLAY, COMP-3 AND BINARY ALL DECODED), COMPARES
000900*    EACH SUM TO ITS CONTROL-TOTAL FIELD IN THE TRAILER, AND
001000*    WRITES THE NIGHT'S TOTALS TO THE INDEXED CONTROL-TOTAL
001100*    LEDGER CPYBAL.IDX (LAYOUT BALLEDG), KEYED BY FEED NAME AND
001200*    BUSINESS DATE, SO THE TOTALS SURVIVE FROM ONE NIGHT TO THE
001300*    NEXT INSTEAD OF LIVING IN A REPORT THAT GETS OVERWRITTEN.
001400*    A MASTER CARD THEN PROVES THE BALANCE FORWARD: THE
001500*    MASTER'S CLOSING TOTAL FROM THE MOST RECENT EARLIER
001600*    BUSINESS DATE ON THE LEDGER, PLUS THE DAY'S MOVEMENT (ONE
001700*    FEED'S AMOUNT TOTAL FOR THE SAME DATE), MUST EQUAL THE
001800*    TOTAL OF THE BALANCE FIELD ON THE MASTER EXTRACT. THAT
001900*    EXTRACT TOTAL IS LEDGERED IN TURN AND IS THE CLOSING
002000*    FIGURE THE NEXT BUSINESS DAY STARTS FROM.
002100*
002200*    THE CONTROL FILE IS LINE SEQUENTIAL, # IN COLUMN 1 FOR
002300*    COMMENTS, ONE CARD PER LINE:
002400*      FEED=<FEED NAME> <DATA FILE> <COPYBOOK>
002500*           <AMOUNT FIELD>:<CONTROL FIELD> ... [RULES=<FILE>]
002600*      MASTER=<MASTER NAME> <EXTRACT FILE> <COPYBOOK>
002700*           <BALANCE FIELD> <MOVEMENT FEED> <MOVEMENT FIELD>
002800*           [RULES=<FILE>]
002900*    EACH ALL ON ONE LINE. A FEED CARD TAKES UP TO 8 AMOUNT
003000*    AND CONTROL FIELD PAIRS. THE RULES FILE (THE CPYRULES
003100*    FORMAT) SAYS WHICH RECORDS ARE WHICH: ONLY RECORDS OF AN
003200*    AMOUNT FIELD'S OWN 01 LEVEL ARE ADDED INTO ITS SUM, AND
003300*    THE CONTROL FIELD IS TAKEN FROM THE ONE RECORD OF ITS OWN
003400*    01 LEVEL - THE TRAILER. WITHOUT A RULES FILE THE LAST
003500*    RECORD IS THE TRAILER AND EVERY RECORD AHEAD OF IT IS
003600*    SUMMED, AS IN CPYINTAKE; ON A MASTER CARD EVERY RECORD IS
003700*    SUMMED. FIELDS ARE LOOKED UP BY NAME ANYWHERE IN THE
003800*    COPYBOOK (A TABLE FIELD IN ITS FIRST OCCURRENCE) AND MUST
003900*    BE NUMERIC WITH AT MOST 4 DECIMAL PLACES. FEED CARDS RUN
004000*    IN ORDER, SO A MASTER'S MOVEMENT FEED GOES AHEAD OF IT (OR
004100*    WAS LEDGERED BY AN EARLIER RUN FOR THE SAME DATE).
004200*
004300*    A RERUN FOR THE SAME BUSINESS DATE REPLACES THAT DATE'S
004400*    LEDGER RECORDS. THE FIRST TIME A MASTER IS SEEN THERE IS
004500*    NO EARLIER CLOSE TO PROVE AGAINST: ITS TOTAL IS LEDGERED
004600*    AS NOT PROVED AND BECOMES THE STARTING POINT. A MOVEMENT
004700*    FEED WHOSE OWN LEDGER RECORD IS NOT IN BALANCE CANNOT BE
004800*    TRUSTED FOR THE DAY'S MOVEMENT: THE MASTER IS LEDGERED AS
004900*    UNPROVABLE (STATUS V) AND FAILS, BUT ITS EXTRACT TOTAL IS
005000*    STILL THE CLOSE THE NEXT BUSINESS DAY STARTS FROM.
005100*
005200*    INVOCATION: CONTROL FILE PATH AS THE FIRST COMMAND-LINE
005300*    WORD (DEFAULT CPYBAL.CTL), THEN OPTIONALLY THE BUSINESS
005400*    DATE AS YYYYMMDD (DEFAULT TODAY). THE REPORT IS <CTL>.RPT.
005500*    RETURN CODE 0 WHEN EVERYTHING BALANCED, 8 WHEN ANY FEED OR
005600*    MASTER DID NOT (OR A CARD WAS BAD), 12 WHEN THE CONTROL
005700*    FILE OR THE LEDGER COULD NOT BE OPENED.
005800*      CPYBAL LIST <FEED NAME> [OUTPUT]
005900*    LISTS EVERY LEDGER RECORD FOR ONE FEED OR MASTER, OLDEST
006000*    FIRST - OUTPUT "SYSOUT" (OR OMITTED) FOR THE TERMINAL OR A
006100*    LINE SEQUENTIAL FILE PATH.
006200*
006300*    MODIFICATION HISTORY
006400*    2026-10-15  INITIAL VERSION.
006500******************************************************************
006600 IDENTIFICATION DIVISION.
006700 PROGRAM-ID. CPYBAL.
006800 DATE-WRITTEN. 26/10/15.
006900 AUTHOR SYSTEMS.
007000 ENVIRONMENT DIVISION.
007100 CONFIGURATION SECTION.
007200 SOURCE-COMPUTER. RM-COBOL.
007300 OBJECT-COMPUTER. RM-COBOL.
007400 INPUT-OUTPUT SECTION.
007500 FILE-CONTROL.
007600     SELECT CTL-FILE ASSIGN TO DYNAMIC WS-CTL-PATH
007700         ORGANIZATION LINE SEQUENTIAL
007800         FILE STATUS IS WS-CTL-STATUS.
007900     SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-PATH
008000         ORGANIZATION LINE SEQUENTIAL
008100         FILE STATUS IS WS-RPT-STATUS.
008200     SELECT DATA-IN-FILE ASSIGN TO DYNAMIC WS-DATA-PATH
008300         ORGANIZATION SEQUENTIAL
008400         FILE STATUS IS WS-DATA-STATUS.
008500     SELECT LEDGER-FILE ASSIGN TO "CPYBAL.IDX"
008600         ORGANIZATION INDEXED
008700         ACCESS MODE DYNAMIC
008800         RECORD KEY IS LEDG-KEY
008900         FILE STATUS IS WS-LEDG-STATUS.
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  CTL-FILE.
009300 01  CTL-REC                              PIC X(440).
009400 FD  RPT-FILE.
009500 01  RPT-REC                              PIC X(200).
009600 FD  DATA-IN-FILE RECORD IS VARYING IN SIZE FROM 1 TO 9999
009700         CHARACTERS DEPENDING ON WS-DATA-REC-LEN.
009800 01  DATA-IN-REC                          PIC X(9999).
009900 FD  LEDGER-FILE.
010000     COPY "BALLEDG.cpy".
010100 WORKING-STORAGE SECTION.
010200 01  WS-COMMAND-LINE-FULL                 PIC X(300).
010300 01  WS-ARG-1                             PIC X(200) VALUE SPACES.
010400 01  WS-ARG-2                             PIC X(200) VALUE SPACES.
010500 01  WS-ARG-3                             PIC X(200) VALUE SPACES.
010600 01  WS-CTL-PATH                          PIC X(200) VALUE SPACES.
010700 01  WS-CTL-STATUS                        PIC XX.
010800 01  WS-RPT-PATH                          PIC X(200) VALUE SPACES.
010900 01  WS-RPT-STATUS                        PIC XX.
011000 01  WS-DATA-PATH                         PIC X(200).
011100 01  WS-DATA-STATUS                       PIC XX.
011200 01  WS-DATA-REC-LEN                      PIC 9(4).
011300 01  WS-LEDG-STATUS                       PIC XX.
011400 01  WS-BUS-DATE                          PIC X(8).
011500 01  WS-CTL-EOF-SW                        PIC X VALUE "N".
011600     88 WS-CTL-EOF                        VALUE "Y".
011700 01  WS-EOF-SW                            PIC X VALUE "N".
011800     88 WS-EOF                            VALUE "Y".
011900 01  WS-CTL-LINE                          PIC X(440).
012000 01  WS-KEYWORD                           PIC X(20).
012100 01  WS-KEYVALUE                          PIC X(200).
012200 01  WS-EQ-POS                            PIC 9(4).
012300 01  WS-CARD-REST                         PIC X(440).
012400 01  WS-CARD-BAD-SW                       PIC X.
012500 01  WS-OUT-LINE                          PIC X(200).
012600 01  WS-WRITE-RPT                         PIC X VALUE "Y".
012700 01  WS-SHOW-LINE                         PIC X VALUE "Y".
012800 01  WS-TS-RAW                            PIC X(21).
012900 01  WS-RUN-STAMP                         PIC X(14).
013000 01  WS-FEED-COUNT                        PIC 9(4) VALUE ZERO.
013100 01  WS-MASTER-COUNT                      PIC 9(4) VALUE ZERO.
013200 01  WS-PASS-COUNT                        PIC 9(4) VALUE ZERO.
013300 01  WS-FAIL-COUNT                        PIC 9(4) VALUE ZERO.
013400 01  WS-UNPROVED-COUNT                    PIC 9(4) VALUE ZERO.
013500 01  WS-BAD-CARD-COUNT                    PIC 9(4) VALUE ZERO.
013600 01  WS-ENT-FAIL-SW                       PIC X.
013700 01  WS-FAIL-REASON                       PIC X(120).
013800 01  WS-CNT-DISP                          PIC ZZZZZZZZ9.
013900 01  WS-CNT-DISP-2                        PIC ZZZZZZZZ9.
014000
014100* ONE CARD'S WORDS. A FEED CARD'S WORDS AFTER THE COPYBOOK GO
014200* TO WS-TOKEN, EACH AN AMOUNT:CONTROL PAIR OR THE RULES= WORD.
014300 01  WS-ENT-NAME                          PIC X(20).
014400 01  WS-ENT-DATA                          PIC X(200).
014500 01  WS-ENT-CPY                           PIC X(200).
014600 01  WS-ENT-RULES                         PIC X(200).
014700 01  WS-ENT-BAL-FIELD                     PIC X(35).
014800 01  WS-ENT-MOVE-FEED                     PIC X(20).
014900 01  WS-ENT-MOVE-FIELD                    PIC X(35).
015000 01  WS-TOKEN-TABLE.
015100     05 WS-TOKEN OCCURS 10 TIMES          PIC X(200).
015200 01  WS-TOKEN-IDX                         PIC 9(2).
015300 01  WS-PAIR-AMT-WORD                     PIC X(40).
015400 01  WS-PAIR-CTL-WORD                     PIC X(40).
015500
015600* THE AMOUNT / CONTROL FIELD PAIRS OF THE FEED BEING BALANCED,
015700* EACH FIELD RESOLVED AGAINST THE FIELD TABLE, WITH ITS RUNNING
015800* SUM AND THE TRAILER'S FIGURE. A PAIR'S STATUS IS "B" WHEN
015900* THE TWO AGREE, "O" WHEN THEY DO NOT, "T" WHEN THERE WAS NOT
016000* EXACTLY ONE READABLE TRAILER FIGURE, "D" WHEN AN AMOUNT
016100* WOULD NOT DECODE AND "V" WHEN THE SUM OVERFLOWED.
016200 01  WS-PAIR-COUNT                        PIC 9(2).
016300 01  WS-PX                                PIC 9(2).
016400 01  WS-PAIR-TABLE.
016500     05 WS-PAIR OCCURS 8 TIMES.
016600         10 WS-PR-AMT-NAME                PIC X(35).
016700         10 WS-PR-AMT-OFF                 PIC 9(6).
016800         10 WS-PR-AMT-LEN                 PIC 9(6).
016900         10 WS-PR-AMT-USAGE               PIC X(12).
017000         10 WS-PR-AMT-SIGNED              PIC X.
017100         10 WS-PR-AMT-SCALE               PIC 9(2).
017200         10 WS-PR-AMT-REC-NO              PIC 9(2).
017300         10 WS-PR-CTL-NAME                PIC X(35).
017400         10 WS-PR-CTL-OFF                 PIC 9(6).
017500         10 WS-PR-CTL-LEN                 PIC 9(6).
017600         10 WS-PR-CTL-USAGE               PIC X(12).
017700         10 WS-PR-CTL-SIGNED              PIC X.
017800         10 WS-PR-CTL-SCALE               PIC 9(2).
017900         10 WS-PR-CTL-REC-NO              PIC 9(2).
018000         10 WS-PR-SUM                     PIC S9(14)V9(4).
018100         10 WS-PR-SUM-COUNT               PIC 9(9).
018200         10 WS-PR-BAD-COUNT               PIC 9(9).
018300         10 WS-PR-OVERFLOW                PIC X.
018400         10 WS-PR-CTL-VALUE               PIC S9(14)V9(4).
018500         10 WS-PR-CTL-SEEN                PIC 9(9).
018600         10 WS-PR-CTL-OK                  PIC X.
018700         10 WS-PR-SHOW-SCALE              PIC 9(2).
018800         10 WS-PR-STATUS                  PIC X.
018900 01  WS-PAIR-FAILS                        PIC 9(2).
019000
019100* THE MASTER CARD'S BALANCE FIELD AND THE FIGURES OF ITS PROOF.
019200 01  WS-BAL-OFF                           PIC 9(6).
019300 01  WS-BAL-LEN                           PIC 9(6).
019400 01  WS-BAL-USAGE                         PIC X(12).
019500 01  WS-BAL-SIGNED                        PIC X.
019600 01  WS-BAL-SCALE                         PIC 9(2).
019700 01  WS-BAL-REC-NO                        PIC 9(2).
019800 01  WS-BAL-NAME                          PIC X(35).
019900 01  WS-BAL-TOTAL                         PIC S9(14)V9(4).
020000 01  WS-BAL-BAD-COUNT                     PIC 9(9).
020100 01  WS-BAL-OVERFLOW                      PIC X.
020200 01  WS-MOVEMENT                          PIC S9(14)V9(4).
020300 01  WS-MOVE-SCALE                        PIC 9(2).
020400 01  WS-MOVE-FOUND-SW                     PIC X.
020500 01  WS-PRIOR-DATE                        PIC X(8).
020600 01  WS-PRIOR-CLOSE                       PIC S9(14)V9(4).
020700 01  WS-EXPECTED                          PIC S9(14)V9(4).
020800 01  WS-DIFFERENCE                        PIC S9(14)V9(4).
020900 01  WS-M-STATUS                          PIC X.
021000 01  WS-M-SHOW-SCALE                      PIC 9(2).
021100 01  WS-LEDG-IDX                          PIC 9(2).
021200
021300* THE DATA FILE BEING READ. WITHOUT TYPE RULES A FEED'S RECORD
021400* IS HELD BACK ONE READ, SO THE LAST ONE - THE TRAILER - IS
021500* NEVER SUMMED.
021600 01  WS-RECORD                            PIC X(9999).
021700 01  WS-REC-LEN                           PIC 9(4).
021800 01  WS-HELD-RECORD                       PIC X(9999).
021900 01  WS-HELD-LEN                          PIC 9(4).
022000 01  WS-HELD-SW                           PIC X.
022100 01  WS-REC-TOTAL                         PIC 9(9).
022200 01  WS-UNTYPED-COUNT                     PIC 9(9).
022300 01  WS-MASTER-SW                         PIC X.
022400
022500 01  WS-IDX                               PIC 9(4).
022600 01  WS-SCAN-IDX                          PIC 9(4).
022700 01  WS-FOUND-IDX                         PIC 9(4).
022800 01  WS-FIND-NAME                         PIC X(35).
022900 01  WS-FIELD-OK-SW                       PIC X.
023000 01  WS-FIELD-WHY                         PIC X(40).
023100 01  WS-FIELD-REC-NO                      PIC 9(2).
023200 01  WS-REC-TYPE-NO                       PIC 9(2).
023300 01  WS-RULE-IDX                          PIC 9(2).
023400 01  WS-RULE-BAD-SW                       PIC X.
023500 01  WS-CHECK-REC-NO                      PIC 9(2).
023600 01  WS-DISC-WORK                         PIC X(8).
023700
023800* THE FIELD BEING DECODED - THE SAME DECODES CPYSORT AND
023900* CPYREFCK USE - AND ITS VALUE AT THE LEDGER'S FOUR PLACES.
024000 01  WS-OFF                               PIC 9(6).
024100 01  WS-LEN                               PIC 9(6).
024200 01  WS-END                               PIC 9(6).
024300 01  WS-K-USAGE                           PIC X(12).
024400 01  WS-TEXT                              PIC X(256).
024500 01  WS-BYTE-IDX                          PIC 9(6).
024600 01  WS-BYTE                              PIC X.
024700 01  WS-BYTE-VAL                          PIC 9(4).
024800 01  WS-NIB-HI                            PIC 9(2).
024900 01  WS-NIB-LO                            PIC 9(2).
025000 01  WS-NUMERIC-SW                        PIC X.
025100     88 WS-NUMERIC                        VALUE "Y".
025200 01  WS-SIGNED-SW                         PIC X.
025300     88 WS-SIGNED                         VALUE "Y".
025400 01  WS-DECODED-SW                        PIC X.
025500     88 WS-DECODED                        VALUE "Y".
025600 01  WS-NEG-SW                            PIC X.
025700     88 WS-NEG                            VALUE "Y".
025800 01  WS-ACC                               PIC 9(18).
025900 01  WS-NUM-VALUE                         PIC S9(18).
026000 01  WS-SCALE                             PIC 9(2).
026100 01  WS-AMOUNT                            PIC S9(14)V9(4).
026200 01  WS-AMOUNT-OK                         PIC X.
026300 01  WS-PIC-IDX                           PIC 9(4).
026400 01  WS-PIC-LEN                           PIC 9(4).
026500 01  WS-PIC-CHAR                          PIC X.
026600 01  WS-PIC-LAST                          PIC X.
026700 01  WS-PIC-AFTER-V                       PIC X.
026800 01  WS-REPEAT-TEXT                       PIC X(6).
026900 01  WS-REPEAT-LEN                        PIC 9(2).
027000 01  WS-REPEAT-NUM                        PIC 9(6).
027100 01  WS-ZONE-CHAR                         PIC X.
027200 01  WS-ZONE-POS                          PIC 9(2).
027300 01  WS-ZONE-SCAN                         PIC 9(2).
027400 01  WS-ZONE-LEAD                         PIC 9(18).
027500 01  WS-OVERPUNCH-SET                     PIC X(22)
027600     VALUE "{ABCDEFGHI}JKLMNOPQR+-".
027700
027800* AN AMOUNT SHOWN AT WS-SHOW-SCALE PLACES ("-1234.50").
027900 01  WS-AMOUNT-SHOW                       PIC S9(14)V9(4).
028000 01  WS-SHOW-SCALE                        PIC 9(2).
028100 01  WS-AMT-EDIT                          PIC -(15)9.9(4).
028200 01  WS-AMT-WORK                          PIC X(24).
028300 01  WS-AMT-WORK-LEN                      PIC 9(2).
028400 01  WS-AMT-TEXT                          PIC X(24).
028500 01  WS-AMT-TEXT-2                        PIC X(24).
028600 01  WS-AMT-TEXT-3                        PIC X(24).
028700 01  WS-AMT-TEXT-4                        PIC X(24).
028800 01  WS-AMT-TEXT-5                        PIC X(24).
028900 01  WS-VERDICT                           PIC X(60).
029000 01  WS-KIND-WORD                         PIC X(6).
029100 01  WS-LIST-COUNT                        PIC 9(9).
029200
029300 01  WS-PARSE-DIALECT                     PIC X(8)
029400                                          VALUE "RMC".
029500
029600     COPY "FLDTAB.cpy".
029700     COPY "SIZERES.cpy".
029800     COPY "RECTYPE.cpy".
029900
030000 PROCEDURE DIVISION.
030100
030200 MAIN-BAL.
030300     ACCEPT WS-COMMAND-LINE-FULL FROM COMMAND-LINE
030400     UNSTRING WS-COMMAND-LINE-FULL DELIMITED BY ALL SPACES
030500         INTO WS-ARG-1 WS-ARG-2 WS-ARG-3
030600     END-UNSTRING
030700     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW
030800     MOVE WS-TS-RAW(1:14) TO WS-RUN-STAMP
030900     IF FUNCTION UPPER-CASE(WS-ARG-1) = "LIST"
031000         PERFORM LIST-LEDGER
031100         STOP RUN
031200     END-IF
031300     MOVE WS-ARG-1 TO WS-CTL-PATH
031400     IF WS-CTL-PATH = SPACES
031500         MOVE "CPYBAL.CTL" TO WS-CTL-PATH
031600     END-IF
031700     IF WS-ARG-2 = SPACES
031800         MOVE WS-TS-RAW(1:8) TO WS-BUS-DATE
031900     ELSE
032000         IF WS-ARG-2(1:8) IS NOT NUMERIC
032100           OR WS-ARG-2(9:1) NOT = SPACE
032200             DISPLAY "CPYBAL: BUSINESS DATE MUST BE YYYYMMDD - "
032300                 "GOT " FUNCTION TRIM(WS-ARG-2)
032400             MOVE 12 TO RETURN-CODE
032500             STOP RUN
032600         END-IF
032700         MOVE WS-ARG-2(1:8) TO WS-BUS-DATE
032800     END-IF
032900     STRING FUNCTION TRIM(WS-CTL-PATH) ".RPT"
033000         DELIMITED BY SIZE INTO WS-RPT-PATH
033100     OPEN INPUT CTL-FILE
033200     IF WS-CTL-STATUS NOT = "00"
033300         DISPLAY "CPYBAL: UNABLE TO OPEN CONTROL FILE "
033400             FUNCTION TRIM(WS-CTL-PATH)
033500         MOVE 12 TO RETURN-CODE
033600         STOP RUN
033700     END-IF
033800     PERFORM OPEN-LEDGER
033900     IF WS-LEDG-STATUS NOT = "00"
034000         DISPLAY "CPYBAL: UNABLE TO OPEN THE LEDGER CPYBAL.IDX "
034100             "(STATUS " WS-LEDG-STATUS ")"
034200         CLOSE CTL-FILE
034300         MOVE 12 TO RETURN-CODE
034400         STOP RUN
034500     END-IF
034600     OPEN OUTPUT RPT-FILE
034700     IF WS-RPT-STATUS NOT = "00"
034800         DISPLAY "CPYBAL: UNABLE TO CREATE REPORT "
034900             FUNCTION TRIM(WS-RPT-PATH)
035000         CLOSE CTL-FILE
035100         CLOSE LEDGER-FILE
035200         MOVE 12 TO RETURN-CODE
035300         STOP RUN
035400     END-IF
035500     PERFORM WRITE-RUN-HEADER
035600     PERFORM UNTIL WS-CTL-EOF
035700         READ CTL-FILE INTO WS-CTL-LINE
035800             AT END
035900                 SET WS-CTL-EOF TO TRUE
036000             NOT AT END
036100                 PERFORM PROCESS-ONE-CARD
036200         END-READ
036300     END-PERFORM
036400     CLOSE CTL-FILE
036500     CLOSE LEDGER-FILE
036600     PERFORM WRITE-RUN-TOTALS
036700     CLOSE RPT-FILE
036800     DISPLAY "CPYBAL: " WS-PASS-COUNT " BALANCED, "
036900         WS-FAIL-COUNT " FAILED, " WS-UNPROVED-COUNT
037000         " NOT PROVED - REPORT IN " FUNCTION TRIM(WS-RPT-PATH)
037100     IF WS-FAIL-COUNT > 0
037200         MOVE 8 TO RETURN-CODE
037300     ELSE
037400         MOVE 0 TO RETURN-CODE
037500     END-IF
037600     STOP RUN.
037700
037800* I-O UPDATES AN EXISTING LEDGER; THE FIRST RUN EVER HAS NO FILE
037900* YET (STATUS 35) AND CREATES IT, THE SAME SHAPE CPYSNAP USES
038000* FOR THE SIZING HISTORY.
038100 OPEN-LEDGER.
038200     OPEN I-O LEDGER-FILE
038300     IF WS-LEDG-STATUS = "35"
038400         OPEN OUTPUT LEDGER-FILE
038500         IF WS-LEDG-STATUS = "00"
038600             CLOSE LEDGER-FILE
038700             OPEN I-O LEDGER-FILE
038800         END-IF
038900     END-IF.
039000
039100* EVERYTHING AFTER THE FIRST "=" IS THE CARD'S WORDS.
039200 PROCESS-ONE-CARD.
039300     IF WS-CTL-LINE = SPACES OR WS-CTL-LINE(1:1) = "#"
039400         CONTINUE
039500     ELSE
039600         MOVE SPACES TO WS-KEYWORD WS-KEYVALUE
039700         UNSTRING WS-CTL-LINE DELIMITED BY "="
039800             INTO WS-KEYWORD WS-KEYVALUE
039900         END-UNSTRING
040000         MOVE ZERO TO WS-EQ-POS
040100         INSPECT WS-CTL-LINE TALLYING WS-EQ-POS
040200             FOR CHARACTERS BEFORE INITIAL "="
040300         MOVE SPACES TO WS-CARD-REST
040400         IF WS-EQ-POS < 439
040500             MOVE WS-CTL-LINE(WS-EQ-POS + 2:) TO WS-CARD-REST
040600             MOVE FUNCTION TRIM(WS-CARD-REST) TO WS-CARD-REST
040700         END-IF
040800         EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KEYWORD))
040900             WHEN "FEED"
041000                 PERFORM PROCESS-FEED-CARD
041100             WHEN "MASTER"
041200                 PERFORM PROCESS-MASTER-CARD
041300             WHEN OTHER
041400                 PERFORM REPORT-BAD-CARD
041500         END-EVALUATE
041600     END-IF.
041700
041800* A CARD THAT CANNOT BE READ MEANS SOMETHING WENT UNPROVED, SO
041900* UNLIKE CPYINTAKE IT COUNTS AS A FAILURE.
042000 REPORT-BAD-CARD.
042100     ADD 1 TO WS-BAD-CARD-COUNT
042200     ADD 1 TO WS-FAIL-COUNT
042300     MOVE SPACES TO WS-OUT-LINE
042400     STRING "BAD CONTROL CARD: " FUNCTION TRIM(WS-CTL-LINE)
042500         DELIMITED BY SIZE INTO WS-OUT-LINE
042600     PERFORM EMIT-RPT.
042700
042800******************************************************************
042900*    FEED CARDS
043000******************************************************************
043100
043200 PROCESS-FEED-CARD.
043300     MOVE SPACES TO WS-ENT-NAME WS-ENT-DATA WS-ENT-CPY
043400                    WS-ENT-RULES WS-TOKEN-TABLE
043500     MOVE "N" TO WS-CARD-BAD-SW
043600     MOVE 0 TO WS-PAIR-COUNT
043700     UNSTRING WS-CARD-REST DELIMITED BY ALL SPACES
043800         INTO WS-ENT-NAME WS-ENT-DATA WS-ENT-CPY
043900              WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
044000              WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
044100              WS-TOKEN(9) WS-TOKEN(10)
044200     END-UNSTRING
044300     PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
044400               UNTIL WS-TOKEN-IDX > 10
044500         PERFORM APPLY-FEED-TOKEN
044600     END-PERFORM
044700     IF WS-ENT-CPY = SPACES OR WS-PAIR-COUNT = 0
044800         MOVE "Y" TO WS-CARD-BAD-SW
044900     END-IF
045000     IF WS-CARD-BAD-SW = "Y"
045100         PERFORM REPORT-BAD-CARD
045200     ELSE
045300         MOVE FUNCTION UPPER-CASE(WS-ENT-NAME) TO WS-ENT-NAME
045400         PERFORM BALANCE-ONE-FEED
045500     END-IF.
045600
045700 APPLY-FEED-TOKEN.
045800     EVALUATE TRUE
045900         WHEN WS-TOKEN(WS-TOKEN-IDX) = SPACES
046000             CONTINUE
046100         WHEN FUNCTION UPPER-CASE(WS-TOKEN(WS-TOKEN-IDX)(1:6))
046200                 = "RULES="
046300             MOVE WS-TOKEN(WS-TOKEN-IDX)(7:) TO WS-ENT-RULES
046400         WHEN WS-PAIR-COUNT = 8
046500             MOVE "Y" TO WS-CARD-BAD-SW
046600         WHEN OTHER
046700             MOVE SPACES TO WS-PAIR-AMT-WORD WS-PAIR-CTL-WORD
046800             UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY ":"
046900                 INTO WS-PAIR-AMT-WORD WS-PAIR-CTL-WORD
047000             END-UNSTRING
047100             IF WS-PAIR-AMT-WORD = SPACES
047200               OR WS-PAIR-CTL-WORD = SPACES
047300                 MOVE "Y" TO WS-CARD-BAD-SW
047400             ELSE
047500                 ADD 1 TO WS-PAIR-COUNT
047600                 MOVE WS-PAIR-AMT-WORD
047700                      TO WS-PR-AMT-NAME(WS-PAIR-COUNT)
047800                 MOVE WS-PAIR-CTL-WORD
047900                      TO WS-PR-CTL-NAME(WS-PAIR-COUNT)
048000             END-IF
048100     END-EVALUATE.
048200
048300 BALANCE-ONE-FEED.
048400     ADD 1 TO WS-FEED-COUNT
048500     MOVE "N" TO WS-ENT-FAIL-SW
048600     MOVE SPACES TO WS-FAIL-REASON
048700     MOVE "N" TO WS-MASTER-SW
048800     MOVE SPACES TO LEDG-REC
048900     PERFORM RESOLVE-FEED-FIELDS
049000     IF WS-ENT-FAIL-SW = "N"
049100         PERFORM READ-DATA-FILE
049200     END-IF
049300     IF WS-ENT-FAIL-SW = "N"
049400         PERFORM JUDGE-FEED-PAIRS
049500         PERFORM WRITE-FEED-LEDGER
049600     END-IF
049700     MOVE SPACES TO WS-OUT-LINE
049800     IF WS-ENT-FAIL-SW = "Y"
049900         ADD 1 TO WS-FAIL-COUNT
050000         STRING "FAIL FEED " FUNCTION TRIM(WS-ENT-NAME)
050100                " " FUNCTION TRIM(WS-ENT-DATA)
050200                " - " FUNCTION TRIM(WS-FAIL-REASON)
050300                DELIMITED BY SIZE INTO WS-OUT-LINE
050400                ON OVERFLOW
050500                    DISPLAY "CPYBAL: REPORT LINE TRUNCATED"
050600         END-STRING
050700     ELSE
050800         ADD 1 TO WS-PASS-COUNT
050900         MOVE WS-REC-TOTAL TO WS-CNT-DISP
051000         MOVE WS-PAIR-COUNT TO WS-CNT-DISP-2
051100         STRING "PASS FEED " FUNCTION TRIM(WS-ENT-NAME)
051200                " " FUNCTION TRIM(WS-ENT-DATA)
051300                " - " FUNCTION TRIM(WS-CNT-DISP)
051400                " RECORD(S), " FUNCTION TRIM(WS-CNT-DISP-2)
051500                " TOTAL(S) AGREE WITH THE TRAILER"
051600                DELIMITED BY SIZE INTO WS-OUT-LINE
051700     END-IF
051800     PERFORM EMIT-RPT
051900     IF LEDG-IS-FEED
052000         PERFORM REPORT-LEDGER-DETAIL
052100         PERFORM REPORT-UNTYPED-RECORDS
052200     END-IF.
052300
052400* EACH PAIR'S TWO FIELDS ARE RESOLVED AGAINST THE COPYBOOK AND,
052500* WITH TYPE RULES, EACH FIELD'S 01 LEVEL MUST BE ONE A RULE
052600* SELECTS - OTHERWISE NOTHING WOULD EVER BE SUMMED OR FOUND.
052700 RESOLVE-FEED-FIELDS.
052800     CALL "CPYPARSE" USING WS-ENT-CPY WS-FLD-TABLE
052900         WS-SIZING-RESULT WS-PARSE-DIALECT
053000     IF RESULT-FILE-ERROR
053100         MOVE "Y" TO WS-ENT-FAIL-SW
053200         STRING "UNABLE TO OPEN COPYBOOK "
053300                FUNCTION TRIM(WS-ENT-CPY)
053400                DELIMITED BY SIZE INTO WS-FAIL-REASON
053500     ELSE
053600         PERFORM VARYING WS-PX FROM 1 BY 1
053700                   UNTIL WS-PX > WS-PAIR-COUNT
053800                      OR WS-ENT-FAIL-SW = "Y"
053900             PERFORM RESOLVE-ONE-PAIR
054000         END-PERFORM
054100     END-IF
054200     IF WS-ENT-FAIL-SW = "N"
054300         PERFORM LOAD-TYPE-RULES
054400     END-IF
054500     IF WS-ENT-FAIL-SW = "N" AND RULES-OK
054600         PERFORM VARYING WS-PX FROM 1 BY 1
054700                   UNTIL WS-PX > WS-PAIR-COUNT
054800                      OR WS-ENT-FAIL-SW = "Y"
054900             MOVE WS-PR-AMT-REC-NO(WS-PX) TO WS-CHECK-REC-NO
055000             MOVE WS-PR-AMT-NAME(WS-PX) TO WS-FIND-NAME
055100             PERFORM CHECK-RULE-FOR-RECORD
055200             IF WS-ENT-FAIL-SW = "N"
055300                 MOVE WS-PR-CTL-REC-NO(WS-PX) TO WS-CHECK-REC-NO
055400                 MOVE WS-PR-CTL-NAME(WS-PX) TO WS-FIND-NAME
055500                 PERFORM CHECK-RULE-FOR-RECORD
055600             END-IF
055700         END-PERFORM
055800     END-IF.
055900
056000 RESOLVE-ONE-PAIR.
056100     MOVE WS-PR-AMT-NAME(WS-PX) TO WS-FIND-NAME
056200     PERFORM FIND-AMOUNT-FIELD
056300     IF WS-FIELD-OK-SW = "Y"
056400         MOVE FLD-NAME(WS-IDX) TO WS-PR-AMT-NAME(WS-PX)
056500         MOVE FLD-OFFSET(WS-IDX) TO WS-PR-AMT-OFF(WS-PX)
056600         MOVE FLD-ELEM-LEN(WS-IDX) TO WS-PR-AMT-LEN(WS-PX)
056700         MOVE FLD-USAGE(WS-IDX) TO WS-PR-AMT-USAGE(WS-PX)
056800         MOVE WS-SIGNED-SW TO WS-PR-AMT-SIGNED(WS-PX)
056900         MOVE WS-SCALE TO WS-PR-AMT-SCALE(WS-PX)
057000         MOVE WS-FIELD-REC-NO TO WS-PR-AMT-REC-NO(WS-PX)
057100         MOVE WS-PR-CTL-NAME(WS-PX) TO WS-FIND-NAME
057200         PERFORM FIND-AMOUNT-FIELD
057300     END-IF
057400     IF WS-FIELD-OK-SW = "Y"
057500         MOVE FLD-NAME(WS-IDX) TO WS-PR-CTL-NAME(WS-PX)
057600         MOVE FLD-OFFSET(WS-IDX) TO WS-PR-CTL-OFF(WS-PX)
057700         MOVE FLD-ELEM-LEN(WS-IDX) TO WS-PR-CTL-LEN(WS-PX)
057800         MOVE FLD-USAGE(WS-IDX) TO WS-PR-CTL-USAGE(WS-PX)
057900         MOVE WS-SIGNED-SW TO WS-PR-CTL-SIGNED(WS-PX)
058000         MOVE WS-SCALE TO WS-PR-CTL-SCALE(WS-PX)
058100         MOVE WS-FIELD-REC-NO TO WS-PR-CTL-REC-NO(WS-PX)
058200         MOVE WS-PR-AMT-SCALE(WS-PX) TO WS-PR-SHOW-SCALE(WS-PX)
058300         IF WS-SCALE > WS-PR-SHOW-SCALE(WS-PX)
058400             MOVE WS-SCALE TO WS-PR-SHOW-SCALE(WS-PX)
058500         END-IF
058600     ELSE
058700         PERFORM REPORT-UNUSABLE-FIELD
058800     END-IF.
058900
059000* SUMS ONE FEED'S PAIRS, OR ONE MASTER'S BALANCE FIELD, OVER THE
059100* WHOLE DATA FILE.
059200 READ-DATA-FILE.
059300     MOVE ZERO TO WS-REC-TOTAL WS-UNTYPED-COUNT
059400     MOVE "N" TO WS-HELD-SW
059500     MOVE "N" TO WS-EOF-SW
059600     MOVE ZERO TO WS-BAL-TOTAL WS-BAL-BAD-COUNT
059700     MOVE "N" TO WS-BAL-OVERFLOW
059800     PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 8
059900         MOVE ZERO TO WS-PR-SUM(WS-PX) WS-PR-SUM-COUNT(WS-PX)
060000                      WS-PR-BAD-COUNT(WS-PX)
060100                      WS-PR-CTL-VALUE(WS-PX)
060200                      WS-PR-CTL-SEEN(WS-PX)
060300         MOVE "N" TO WS-PR-OVERFLOW(WS-PX) WS-PR-CTL-OK(WS-PX)
060400     END-PERFORM
060500     MOVE WS-ENT-DATA TO WS-DATA-PATH
060600     OPEN INPUT DATA-IN-FILE
060700     IF WS-DATA-STATUS NOT = "00"
060800         MOVE "Y" TO WS-ENT-FAIL-SW
060900         STRING "UNABLE TO OPEN THE DATA FILE (STATUS "
061000                WS-DATA-STATUS ")"
061100                DELIMITED BY SIZE INTO WS-FAIL-REASON
061200     ELSE
061300         PERFORM UNTIL WS-EOF
061400             READ DATA-IN-FILE
061500                 AT END
061600                     SET WS-EOF TO TRUE
061700                 NOT AT END
061800                     ADD 1 TO WS-REC-TOTAL
061900                     PERFORM TAKE-ONE-RECORD
062000             END-READ
062100             IF NOT WS-EOF AND WS-DATA-STATUS NOT = "00"
062200                 SET WS-EOF TO TRUE
062300                 MOVE "Y" TO WS-ENT-FAIL-SW
062400                 MOVE WS-REC-TOTAL TO WS-CNT-DISP
062500                 STRING "READ ERROR (STATUS " WS-DATA-STATUS
062600                        ") AFTER RECORD "
062700                        FUNCTION TRIM(WS-CNT-DISP)
062800                        DELIMITED BY SIZE INTO WS-FAIL-REASON
062900             END-IF
063000         END-PERFORM
063100         CLOSE DATA-IN-FILE
063200         IF WS-HELD-SW = "Y"
063300             PERFORM TAKE-FEED-TRAILER
063400         END-IF
063500         IF WS-ENT-FAIL-SW = "N" AND WS-REC-TOTAL = 0
063600             MOVE "Y" TO WS-ENT-FAIL-SW
063700             MOVE "DATA FILE IS EMPTY" TO WS-FAIL-REASON
063800         END-IF
063900     END-IF.
064000
064100 TAKE-ONE-RECORD.
064200     IF RULES-OK
064300         MOVE DATA-IN-REC TO WS-RECORD
064400         MOVE WS-DATA-REC-LEN TO WS-REC-LEN
064500         PERFORM FIND-RECORD-TYPE
064600         IF WS-REC-TYPE-NO = 0
064700             ADD 1 TO WS-UNTYPED-COUNT
064800         ELSE
064900             PERFORM TAKE-TYPED-RECORD
065000         END-IF
065100     ELSE
065200         PERFORM TAKE-UNTYPED-RECORD
065300     END-IF.
065400
065500* WITH TYPE RULES: A RECORD IS ADDED INTO EVERY SUM WHOSE AMOUNT
065600* FIELD BELONGS TO ITS 01 LEVEL, AND SUPPLIES THE CONTROL FIGURE
065700* OF EVERY PAIR WHOSE CONTROL FIELD DOES.
065800 TAKE-TYPED-RECORD.
065900     IF WS-MASTER-SW = "Y"
066000         IF WS-REC-TYPE-NO = WS-BAL-REC-NO
066100             PERFORM ADD-BALANCE-AMOUNT
066200         END-IF
066300     ELSE
066400         PERFORM VARYING WS-PX FROM 1 BY 1
066500                   UNTIL WS-PX > WS-PAIR-COUNT
066600             IF WS-REC-TYPE-NO = WS-PR-AMT-REC-NO(WS-PX)
066700                 PERFORM ADD-PAIR-AMOUNT
066800             END-IF
066900             IF WS-REC-TYPE-NO = WS-PR-CTL-REC-NO(WS-PX)
067000                 PERFORM TAKE-PAIR-CONTROL
067100             END-IF
067200         END-PERFORM
067300     END-IF.
067400
067500* WITHOUT TYPE RULES: A MASTER SUMS EVERY RECORD; A FEED SUMS
067600* THE RECORD HELD FROM THE PREVIOUS READ AND HOLDS THIS ONE, SO
067700* THE LAST RECORD IS LEFT FOR THE TRAILER.
067800 TAKE-UNTYPED-RECORD.
067900     IF WS-MASTER-SW = "Y"
068000         MOVE DATA-IN-REC TO WS-RECORD
068100         MOVE WS-DATA-REC-LEN TO WS-REC-LEN
068200         PERFORM ADD-BALANCE-AMOUNT
068300     ELSE
068400         IF WS-HELD-SW = "Y"
068500             MOVE WS-HELD-RECORD TO WS-RECORD
068600             MOVE WS-HELD-LEN TO WS-REC-LEN
068700             PERFORM VARYING WS-PX FROM 1 BY 1
068800                       UNTIL WS-PX > WS-PAIR-COUNT
068900                 PERFORM ADD-PAIR-AMOUNT
069000             END-PERFORM
069100         END-IF
069200         MOVE DATA-IN-REC TO WS-HELD-RECORD
069300         MOVE WS-DATA-REC-LEN TO WS-HELD-LEN
069400         MOVE "Y" TO WS-HELD-SW
069500     END-IF.
069600
069700 TAKE-FEED-TRAILER.
069800     MOVE WS-HELD-RECORD TO WS-RECORD
069900     MOVE WS-HELD-LEN TO WS-REC-LEN
070000     PERFORM VARYING WS-PX FROM 1 BY 1
070100               UNTIL WS-PX > WS-PAIR-COUNT
070200         PERFORM TAKE-PAIR-CONTROL
070300     END-PERFORM.
070400
070500 ADD-PAIR-AMOUNT.
070600     MOVE WS-PR-AMT-OFF(WS-PX) TO WS-OFF
070700     MOVE WS-PR-AMT-LEN(WS-PX) TO WS-LEN
070800     MOVE WS-PR-AMT-USAGE(WS-PX) TO WS-K-USAGE
070900     MOVE WS-PR-AMT-SIGNED(WS-PX) TO WS-SIGNED-SW
071000     MOVE WS-PR-AMT-SCALE(WS-PX) TO WS-SCALE
071100     PERFORM DECODE-AMOUNT
071200     IF WS-AMOUNT-OK = "Y"
071300         ADD WS-AMOUNT TO WS-PR-SUM(WS-PX)
071400             ON SIZE ERROR
071500                 MOVE "Y" TO WS-PR-OVERFLOW(WS-PX)
071600         END-ADD
071700         ADD 1 TO WS-PR-SUM-COUNT(WS-PX)
071800     ELSE
071900         ADD 1 TO WS-PR-BAD-COUNT(WS-PX)
072000     END-IF.
072100
072200 TAKE-PAIR-CONTROL.
072300     MOVE WS-PR-CTL-OFF(WS-PX) TO WS-OFF
072400     MOVE WS-PR-CTL-LEN(WS-PX) TO WS-LEN
072500     MOVE WS-PR-CTL-USAGE(WS-PX) TO WS-K-USAGE
072600     MOVE WS-PR-CTL-SIGNED(WS-PX) TO WS-SIGNED-SW
072700     MOVE WS-PR-CTL-SCALE(WS-PX) TO WS-SCALE
072800     PERFORM DECODE-AMOUNT
072900     ADD 1 TO WS-PR-CTL-SEEN(WS-PX)
073000     IF WS-AMOUNT-OK = "Y"
073100         MOVE WS-AMOUNT TO WS-PR-CTL-VALUE(WS-PX)
073200         MOVE "Y" TO WS-PR-CTL-OK(WS-PX)
073300     ELSE
073400         MOVE "N" TO WS-PR-CTL-OK(WS-PX)
073500     END-IF.
073600
073700 JUDGE-FEED-PAIRS.
073800     MOVE 0 TO WS-PAIR-FAILS
073900     PERFORM VARYING WS-PX FROM 1 BY 1
074000               UNTIL WS-PX > WS-PAIR-COUNT
074100         EVALUATE TRUE
074200             WHEN WS-PR-BAD-COUNT(WS-PX) > 0
074300                 MOVE "D" TO WS-PR-STATUS(WS-PX)
074400             WHEN WS-PR-OVERFLOW(WS-PX) = "Y"
074500                 MOVE "V" TO WS-PR-STATUS(WS-PX)
074600             WHEN WS-PR-CTL-SEEN(WS-PX) NOT = 1
074700               OR WS-PR-CTL-OK(WS-PX) NOT = "Y"
074800                 MOVE "T" TO WS-PR-STATUS(WS-PX)
074900             WHEN WS-PR-SUM(WS-PX) = WS-PR-CTL-VALUE(WS-PX)
075000                 MOVE "B" TO WS-PR-STATUS(WS-PX)
075100             WHEN OTHER
075200                 MOVE "O" TO WS-PR-STATUS(WS-PX)
075300         END-EVALUATE
075400         IF WS-PR-STATUS(WS-PX) NOT = "B"
075500             ADD 1 TO WS-PAIR-FAILS
075600         END-IF
075700     END-PERFORM
075800     IF WS-PAIR-FAILS > 0
075900         MOVE "Y" TO WS-ENT-FAIL-SW
076000         MOVE WS-PAIR-FAILS TO WS-CNT-DISP
076100         MOVE WS-PAIR-COUNT TO WS-CNT-DISP-2
076200         STRING FUNCTION TRIM(WS-CNT-DISP) " OF "
076300                FUNCTION TRIM(WS-CNT-DISP-2)
076400                " TOTAL(S) DO NOT BALANCE"
076500                DELIMITED BY SIZE INTO WS-FAIL-REASON
076600     END-IF.
076700
076800 WRITE-FEED-LEDGER.
076900     MOVE SPACES TO LEDG-REC
077000     MOVE WS-ENT-NAME TO LEDG-FEED
077100     MOVE WS-BUS-DATE TO LEDG-BUS-DATE
077200     SET LEDG-IS-FEED TO TRUE
077300     IF WS-PAIR-FAILS > 0
077400         SET LEDG-OUT-OF-BALANCE TO TRUE
077500     ELSE
077600         SET LEDG-BALANCED TO TRUE
077700     END-IF
077800     MOVE WS-RUN-STAMP TO LEDG-RUN-STAMP
077900     MOVE WS-ENT-DATA TO LEDG-DATA-FILE
078000     MOVE WS-REC-TOTAL TO LEDG-RECORDS-READ
078100     MOVE WS-PAIR-COUNT TO LEDG-TOTAL-COUNT
078200     PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 8
078300         MOVE ZERO TO LEDG-AMT-SUM(WS-PX) LEDG-AMT-COUNT(WS-PX)
078400                      LEDG-CTL-VALUE(WS-PX) LEDG-SCALE(WS-PX)
078500         IF WS-PX <= WS-PAIR-COUNT
078600             MOVE WS-PR-AMT-NAME(WS-PX) TO LEDG-AMT-FIELD(WS-PX)
078700             MOVE WS-PR-SUM(WS-PX) TO LEDG-AMT-SUM(WS-PX)
078800             MOVE WS-PR-SUM-COUNT(WS-PX)
078900                  TO LEDG-AMT-COUNT(WS-PX)
079000             MOVE WS-PR-CTL-NAME(WS-PX) TO LEDG-CTL-FIELD(WS-PX)
079100             MOVE WS-PR-CTL-VALUE(WS-PX)
079200                  TO LEDG-CTL-VALUE(WS-PX)
079300             MOVE WS-PR-SHOW-SCALE(WS-PX) TO LEDG-SCALE(WS-PX)
079400             MOVE WS-PR-STATUS(WS-PX)
079500                  TO LEDG-TOTAL-STATUS(WS-PX)
079600         END-IF
079700     END-PERFORM
079800     PERFORM WRITE-OR-REWRITE.
079900
080000* A RERUN FOR THE SAME FEED AND DATE REPLACES THE EARLIER RECORD.
080100 WRITE-OR-REWRITE.
080200     WRITE LEDG-REC
080300     IF WS-LEDG-STATUS = "22"
080400         REWRITE LEDG-REC
080500     END-IF
080600     IF WS-LEDG-STATUS NOT = "00"
080700         MOVE "Y" TO WS-ENT-FAIL-SW
080800         MOVE SPACES TO WS-FAIL-REASON
080900         STRING "LEDGER NOT UPDATED (STATUS " WS-LEDG-STATUS ")"
081000                DELIMITED BY SIZE INTO WS-FAIL-REASON
081100     END-IF.
081200
081300 REPORT-UNTYPED-RECORDS.
081400     IF WS-UNTYPED-COUNT > 0
081500         MOVE WS-UNTYPED-COUNT TO WS-CNT-DISP
081600         MOVE SPACES TO WS-OUT-LINE
081700         STRING "    " FUNCTION TRIM(WS-CNT-DISP)
081800                " RECORD(S) MATCHED NO TYPE RULE AND WERE NOT "
081900                "SUMMED"
082000                DELIMITED BY SIZE INTO WS-OUT-LINE
082100         PERFORM EMIT-RPT
082200     END-IF.
082300
082400******************************************************************
082500*    MASTER CARDS - THE BALANCE-FORWARD PROOF
082600******************************************************************
082700
082800 PROCESS-MASTER-CARD.
082900     MOVE SPACES TO WS-ENT-NAME WS-ENT-DATA WS-ENT-CPY
083000                    WS-ENT-BAL-FIELD WS-ENT-MOVE-FEED
083100                    WS-ENT-MOVE-FIELD WS-ENT-RULES WS-TOKEN-TABLE
083200     MOVE "N" TO WS-CARD-BAD-SW
083300     UNSTRING WS-CARD-REST DELIMITED BY ALL SPACES
083400         INTO WS-ENT-NAME WS-ENT-DATA WS-ENT-CPY
083500              WS-ENT-BAL-FIELD WS-ENT-MOVE-FEED WS-ENT-MOVE-FIELD
083600              WS-TOKEN(1) WS-TOKEN(2)
083700     END-UNSTRING
083800     PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
083900               UNTIL WS-TOKEN-IDX > 2
084000         EVALUATE TRUE
084100             WHEN WS-TOKEN(WS-TOKEN-IDX) = SPACES
084200                 CONTINUE
084300             WHEN FUNCTION UPPER-CASE(WS-TOKEN(WS-TOKEN-IDX)(1:6))
084400                     = "RULES="
084500                 MOVE WS-TOKEN(WS-TOKEN-IDX)(7:) TO WS-ENT-RULES
084600             WHEN OTHER
084700                 MOVE "Y" TO WS-CARD-BAD-SW
084800         END-EVALUATE
084900     END-PERFORM
085000     MOVE FUNCTION UPPER-CASE(WS-ENT-NAME) TO WS-ENT-NAME
085100     MOVE FUNCTION UPPER-CASE(WS-ENT-MOVE-FEED)
085200          TO WS-ENT-MOVE-FEED
085300*    THE MASTER AND ITS MOVEMENT FEED SHARE THE LEDGER'S KEYS, SO
085400*    THEY MUST HAVE DIFFERENT NAMES.
085500     IF WS-ENT-MOVE-FIELD = SPACES
085600       OR WS-ENT-MOVE-FEED = WS-ENT-NAME
085700         MOVE "Y" TO WS-CARD-BAD-SW
085800     END-IF
085900     IF WS-CARD-BAD-SW = "Y"
086000         PERFORM REPORT-BAD-CARD
086100     ELSE
086200         PERFORM BALANCE-ONE-MASTER
086300     END-IF.
086400
086500 BALANCE-ONE-MASTER.
086600     ADD 1 TO WS-MASTER-COUNT
086700     MOVE "N" TO WS-ENT-FAIL-SW
086800     MOVE SPACES TO WS-FAIL-REASON
086900     MOVE "Y" TO WS-MASTER-SW
087000     MOVE "N" TO WS-M-STATUS
087100     MOVE SPACES TO LEDG-REC
087200     PERFORM RESOLVE-MASTER-FIELD
087300     IF WS-ENT-FAIL-SW = "N"
087400         PERFORM READ-DATA-FILE
087500     END-IF
087600     IF WS-ENT-FAIL-SW = "N"
087700         PERFORM CHECK-MASTER-TOTAL
087800     END-IF
087900     IF WS-ENT-FAIL-SW = "N"
088000         PERFORM FIND-MOVEMENT
088100     END-IF
088200     IF WS-ENT-FAIL-SW = "N"
088300         PERFORM FIND-PRIOR-CLOSE
088400         PERFORM PROVE-BALANCE-FORWARD
088500         PERFORM WRITE-MASTER-LEDGER
088600     END-IF
088700     MOVE SPACES TO WS-OUT-LINE
088800     EVALUATE TRUE
088900         WHEN WS-ENT-FAIL-SW = "Y"
089000             ADD 1 TO WS-FAIL-COUNT
089100             STRING "FAIL MASTER " FUNCTION TRIM(WS-ENT-NAME)
089200                    " " FUNCTION TRIM(WS-ENT-DATA)
089300                    " - " FUNCTION TRIM(WS-FAIL-REASON)
089400                    DELIMITED BY SIZE INTO WS-OUT-LINE
089500                    ON OVERFLOW
089600                        DISPLAY "CPYBAL: REPORT LINE TRUNCATED"
089700             END-STRING
089800         WHEN WS-M-STATUS = "V"
089900             ADD 1 TO WS-FAIL-COUNT
090000             STRING "FAIL MASTER " FUNCTION TRIM(WS-ENT-NAME)
090100                    " " FUNCTION TRIM(WS-ENT-DATA)
090200                    " - " FUNCTION TRIM(WS-FAIL-REASON)
090300                    DELIMITED BY SIZE INTO WS-OUT-LINE
090400                    ON OVERFLOW
090500                        DISPLAY "CPYBAL: REPORT LINE TRUNCATED"
090600             END-STRING
090700         WHEN WS-M-STATUS = "N"
090800             ADD 1 TO WS-UNPROVED-COUNT
090900             STRING "NOT PROVED MASTER "
091000                    FUNCTION TRIM(WS-ENT-NAME)
091100                    " " FUNCTION TRIM(WS-ENT-DATA)
091200                    " - NO EARLIER CLOSE ON THE LEDGER, TODAY'S "
091300                    "TOTAL IS THE STARTING POINT"
091400                    DELIMITED BY SIZE INTO WS-OUT-LINE
091500         WHEN OTHER
091600             ADD 1 TO WS-PASS-COUNT
091700             STRING "PASS MASTER " FUNCTION TRIM(WS-ENT-NAME)
091800                    " " FUNCTION TRIM(WS-ENT-DATA)
091900                    " - BALANCE FORWARD PROVED"
092000                    DELIMITED BY SIZE INTO WS-OUT-LINE
092100     END-EVALUATE
092200     PERFORM EMIT-RPT
092300     IF LEDG-IS-MASTER
092400         PERFORM REPORT-LEDGER-DETAIL
092500         PERFORM REPORT-UNTYPED-RECORDS
092600     END-IF.
092700
092800 RESOLVE-MASTER-FIELD.
092900     CALL "CPYPARSE" USING WS-ENT-CPY WS-FLD-TABLE
093000         WS-SIZING-RESULT WS-PARSE-DIALECT
093100     IF RESULT-FILE-ERROR
093200         MOVE "Y" TO WS-ENT-FAIL-SW
093300         STRING "UNABLE TO OPEN COPYBOOK "
093400                FUNCTION TRIM(WS-ENT-CPY)
093500                DELIMITED BY SIZE INTO WS-FAIL-REASON
093600     ELSE
093700         MOVE WS-ENT-BAL-FIELD TO WS-FIND-NAME
093800         PERFORM FIND-AMOUNT-FIELD
093900         IF WS-FIELD-OK-SW = "Y"
094000             MOVE FLD-NAME(WS-IDX) TO WS-BAL-NAME
094100             MOVE FLD-OFFSET(WS-IDX) TO WS-BAL-OFF
094200             MOVE FLD-ELEM-LEN(WS-IDX) TO WS-BAL-LEN
094300             MOVE FLD-USAGE(WS-IDX) TO WS-BAL-USAGE
094400             MOVE WS-SIGNED-SW TO WS-BAL-SIGNED
094500             MOVE WS-SCALE TO WS-BAL-SCALE
094600             MOVE WS-FIELD-REC-NO TO WS-BAL-REC-NO
094700         ELSE
094800             PERFORM REPORT-UNUSABLE-FIELD
094900         END-IF
095000     END-IF
095100     IF WS-ENT-FAIL-SW = "N"
095200         PERFORM LOAD-TYPE-RULES
095300     END-IF
095400     IF WS-ENT-FAIL-SW = "N" AND RULES-OK
095500         MOVE WS-BAL-REC-NO TO WS-CHECK-REC-NO
095600         MOVE WS-BAL-NAME TO WS-FIND-NAME
095700         PERFORM CHECK-RULE-FOR-RECORD
095800     END-IF.
095900
096000 ADD-BALANCE-AMOUNT.
096100     MOVE WS-BAL-OFF TO WS-OFF
096200     MOVE WS-BAL-LEN TO WS-LEN
096300     MOVE WS-BAL-USAGE TO WS-K-USAGE
096400     MOVE WS-BAL-SIGNED TO WS-SIGNED-SW
096500     MOVE WS-BAL-SCALE TO WS-SCALE
096600     PERFORM DECODE-AMOUNT
096700     IF WS-AMOUNT-OK = "Y"
096800         ADD WS-AMOUNT TO WS-BAL-TOTAL
096900             ON SIZE ERROR
097000                 MOVE "Y" TO WS-BAL-OVERFLOW
097100         END-ADD
097200     ELSE
097300         ADD 1 TO WS-BAL-BAD-COUNT
097400     END-IF.
097500
097600* AN EXTRACT TOTAL THAT IS NOT WHOLE MUST NOT BE LEDGERED - THE
097700* NEXT BUSINESS DAY WOULD CARRY IT FORWARD.
097800 CHECK-MASTER-TOTAL.
097900     EVALUATE TRUE
098000         WHEN WS-BAL-BAD-COUNT > 0
098100             MOVE "Y" TO WS-ENT-FAIL-SW
098200             MOVE WS-BAL-BAD-COUNT TO WS-CNT-DISP
098300             STRING FUNCTION TRIM(WS-CNT-DISP) " "
098400                    FUNCTION TRIM(WS-BAL-NAME)
098500                    " VALUE(S) WOULD NOT DECODE"
098600                    DELIMITED BY SIZE INTO WS-FAIL-REASON
098700         WHEN WS-BAL-OVERFLOW = "Y"
098800             MOVE "Y" TO WS-ENT-FAIL-SW
098900             STRING "THE " FUNCTION TRIM(WS-BAL-NAME)
099000                    " TOTAL OVERFLOWED"
099100                    DELIMITED BY SIZE INTO WS-FAIL-REASON
099200         WHEN OTHER
099300             CONTINUE
099400     END-EVALUATE.
099500
099600* THE DAY'S MOVEMENT IS THE MOVEMENT FEED'S LEDGERED SUM OF THE
099700* NAMED AMOUNT FIELD FOR THE SAME BUSINESS DATE - TAKEN ONLY WHEN
099800* THAT FEED'S RECORD IS IN BALANCE. OTHERWISE THE MASTER IS
099900* MARKED UNPROVABLE ("V") AND NO MOVEMENT IS TAKEN.
100000 FIND-MOVEMENT.
100100     MOVE "N" TO WS-MOVE-FOUND-SW
100200     MOVE ZERO TO WS-MOVEMENT
100300     MOVE ZERO TO WS-MOVE-SCALE
100400     MOVE SPACES TO LEDG-KEY
100500     MOVE WS-ENT-MOVE-FEED TO LEDG-FEED
100600     MOVE WS-BUS-DATE TO LEDG-BUS-DATE
100700     READ LEDGER-FILE
100800         INVALID KEY
100900             MOVE SPACES TO LEDG-KIND
101000     END-READ
101100     IF LEDG-IS-FEED
101200         PERFORM VARYING WS-LEDG-IDX FROM 1 BY 1
101300                   UNTIL WS-LEDG-IDX > LEDG-TOTAL-COUNT
101400                      OR WS-LEDG-IDX > 8
101500                      OR WS-MOVE-FOUND-SW = "Y"
101600             IF FUNCTION UPPER-CASE(LEDG-AMT-FIELD(WS-LEDG-IDX)) =
101700                FUNCTION UPPER-CASE(WS-ENT-MOVE-FIELD)
101800                 MOVE "Y" TO WS-MOVE-FOUND-SW
101900                 MOVE LEDG-AMT-FIELD(WS-LEDG-IDX)
102000                      TO WS-ENT-MOVE-FIELD
102100                 IF LEDG-BALANCED
102200                     MOVE LEDG-AMT-SUM(WS-LEDG-IDX)
102300                          TO WS-MOVEMENT
102400                     MOVE LEDG-SCALE(WS-LEDG-IDX)
102500                          TO WS-MOVE-SCALE
102600                 ELSE
102700                     MOVE "V" TO WS-M-STATUS
102800                 END-IF
102900             END-IF
103000         END-PERFORM
103100     END-IF
103200     IF WS-M-STATUS = "V"
103300         STRING "MOVEMENT FEED " FUNCTION TRIM(WS-ENT-MOVE-FEED)
103400                " IS NOT IN BALANCE ON " WS-BUS-DATE
103500                " - BALANCE FORWARD CANNOT BE PROVED"
103600                DELIMITED BY SIZE INTO WS-FAIL-REASON
103700     END-IF
103800     IF WS-MOVE-FOUND-SW = "N"
103900         MOVE "Y" TO WS-ENT-FAIL-SW
104000         STRING "NO LEDGERED " FUNCTION TRIM(WS-ENT-MOVE-FIELD)
104100                " TOTAL FOR FEED " FUNCTION TRIM(WS-ENT-MOVE-FEED)
104200                " ON " WS-BUS-DATE
104300                DELIMITED BY SIZE INTO WS-FAIL-REASON
104400     END-IF.
104500
104600* THE MASTER'S MOST RECENT LEDGER RECORD BEFORE THE BUSINESS
104700* DATE - ITS EXTRACT TOTAL IS THE CLOSE TO CARRY FORWARD.
104800 FIND-PRIOR-CLOSE.
104900     MOVE SPACES TO WS-PRIOR-DATE
105000     MOVE ZERO TO WS-PRIOR-CLOSE
105100     MOVE "N" TO WS-EOF-SW
105200     MOVE SPACES TO LEDG-KEY
105300     MOVE WS-ENT-NAME TO LEDG-FEED
105400     START LEDGER-FILE KEY NOT < LEDG-KEY
105500         INVALID KEY
105600             SET WS-EOF TO TRUE
105700     END-START
105800     PERFORM UNTIL WS-EOF
105900         READ LEDGER-FILE NEXT RECORD
106000             AT END
106100                 SET WS-EOF TO TRUE
106200             NOT AT END
106300                 IF LEDG-FEED NOT = WS-ENT-NAME
106400                   OR LEDG-BUS-DATE NOT < WS-BUS-DATE
106500                     SET WS-EOF TO TRUE
106600                 ELSE
106700                     IF LEDG-IS-MASTER
106800                         MOVE LEDG-BUS-DATE TO WS-PRIOR-DATE
106900                         MOVE LEDG-EXTRACT-TOTAL TO WS-PRIOR-CLOSE
107000                     END-IF
107100                 END-IF
107200         END-READ
107300     END-PERFORM.
107400
107500 PROVE-BALANCE-FORWARD.
107600     MOVE ZERO TO WS-DIFFERENCE
107700     MOVE WS-BAL-SCALE TO WS-M-SHOW-SCALE
107800     IF WS-MOVE-SCALE > WS-M-SHOW-SCALE
107900         MOVE WS-MOVE-SCALE TO WS-M-SHOW-SCALE
108000     END-IF
108100     EVALUATE TRUE
108200         WHEN WS-M-STATUS = "V"
108300             CONTINUE
108400         WHEN WS-PRIOR-DATE = SPACES
108500             MOVE "N" TO WS-M-STATUS
108600         WHEN OTHER
108700             PERFORM COMPARE-BALANCE-FORWARD
108800     END-EVALUATE.
108900
109000 COMPARE-BALANCE-FORWARD.
109100     COMPUTE WS-EXPECTED = WS-PRIOR-CLOSE + WS-MOVEMENT
109200     COMPUTE WS-DIFFERENCE = WS-BAL-TOTAL - WS-EXPECTED
109300     IF WS-DIFFERENCE = ZERO
109400         MOVE "B" TO WS-M-STATUS
109500     ELSE
109600         MOVE "O" TO WS-M-STATUS
109700         MOVE "Y" TO WS-ENT-FAIL-SW
109800         MOVE WS-DIFFERENCE TO WS-AMOUNT-SHOW
109900         MOVE WS-M-SHOW-SCALE TO WS-SHOW-SCALE
110000         PERFORM FORMAT-AMOUNT
110100         STRING "BALANCE FORWARD DOES NOT PROVE - OUT BY "
110200                FUNCTION TRIM(WS-AMT-TEXT)
110300                DELIMITED BY SIZE INTO WS-FAIL-REASON
110400     END-IF.
110500
110600 WRITE-MASTER-LEDGER.
110700     MOVE SPACES TO LEDG-REC
110800     MOVE WS-ENT-NAME TO LEDG-FEED
110900     MOVE WS-BUS-DATE TO LEDG-BUS-DATE
111000     SET LEDG-IS-MASTER TO TRUE
111100     MOVE WS-M-STATUS TO LEDG-STATUS
111200     MOVE WS-RUN-STAMP TO LEDG-RUN-STAMP
111300     MOVE WS-ENT-DATA TO LEDG-DATA-FILE
111400     MOVE WS-REC-TOTAL TO LEDG-RECORDS-READ
111500     MOVE WS-BAL-NAME TO LEDG-BAL-FIELD
111600     MOVE WS-BAL-TOTAL TO LEDG-EXTRACT-TOTAL
111700     MOVE WS-PRIOR-DATE TO LEDG-PRIOR-DATE
111800     MOVE WS-PRIOR-CLOSE TO LEDG-PRIOR-CLOSE
111900     MOVE WS-ENT-MOVE-FEED TO LEDG-MOVE-FEED
112000     MOVE WS-ENT-MOVE-FIELD TO LEDG-MOVE-FIELD
112100     MOVE WS-MOVEMENT TO LEDG-MOVEMENT
112200     MOVE WS-DIFFERENCE TO LEDG-DIFFERENCE
112300     MOVE WS-M-SHOW-SCALE TO LEDG-M-SCALE
112400     PERFORM WRITE-OR-REWRITE.
112500
112600******************************************************************
112700*    FIELDS, TYPE RULES AND DECODING
112800******************************************************************
112900
113000* LOOKS WS-FIND-NAME UP ANYWHERE IN THE FIELD TABLE. IT MUST BE
113100* AN ELEMENTARY NUMBER - DISPLAY, COMP-3 OR BINARY - SHORT
113200* ENOUGH TO DECODE AND WITH NO MORE THAN THE LEDGER'S FOUR
113300* DECIMAL PLACES. LEAVES ITS ENTRY IN WS-IDX, ITS PICTURE
113400* ANALYSED AND THE ORDINAL OF ITS 01 LEVEL IN WS-FIELD-REC-NO.
113500 FIND-AMOUNT-FIELD.
113600     MOVE "N" TO WS-FIELD-OK-SW
113700     MOVE "IS NOT IN" TO WS-FIELD-WHY
113800     MOVE 0 TO WS-FOUND-IDX
113900     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
114000               UNTIL WS-SCAN-IDX > WS-FLD-COUNT
114100                  OR WS-FOUND-IDX > 0
114200         IF FUNCTION UPPER-CASE(FLD-NAME(WS-SCAN-IDX)) =
114300            FUNCTION UPPER-CASE(WS-FIND-NAME)
114400             MOVE WS-SCAN-IDX TO WS-FOUND-IDX
114500         END-IF
114600     END-PERFORM
114700     IF WS-FOUND-IDX > 0
114800         MOVE WS-FOUND-IDX TO WS-IDX
114900         MOVE "IS NOT A NUMERIC FIELD IN" TO WS-FIELD-WHY
115000         MOVE "N" TO WS-NUMERIC-SW
115100         IF FLD-IS-GROUP(WS-IDX) = "N"
115200           AND (FLD-USAGE(WS-IDX) = "DISPLAY"
115300             OR FLD-USAGE(WS-IDX) = "COMP-3"
115400             OR FLD-USAGE(WS-IDX) = "BINARY")
115500           AND FLD-ELEM-LEN(WS-IDX) > 0
115600             PERFORM ANALYZE-FIELD-PICTURE
115700         END-IF
115800         EVALUATE TRUE
115900             WHEN NOT WS-NUMERIC
116000                 CONTINUE
116100             WHEN WS-SCALE > 4
116200                 MOVE "HAS OVER 4 DECIMAL PLACES IN"
116300                     TO WS-FIELD-WHY
116400             WHEN (FLD-USAGE(WS-IDX) = "DISPLAY"
116500                   AND FLD-ELEM-LEN(WS-IDX) > 18)
116600               OR (FLD-USAGE(WS-IDX) = "COMP-3"
116700                   AND FLD-ELEM-LEN(WS-IDX) > 10)
116800               OR (FLD-USAGE(WS-IDX) = "BINARY"
116900                   AND FLD-ELEM-LEN(WS-IDX) > 8)
117000                 MOVE "IS TOO LONG TO TOTAL IN" TO WS-FIELD-WHY
117100             WHEN OTHER
117200                 MOVE "Y" TO WS-FIELD-OK-SW
117300                 MOVE 0 TO WS-FIELD-REC-NO
117400                 PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
117500                           UNTIL WS-SCAN-IDX > WS-IDX
117600                     IF FLD-LEVEL(WS-SCAN-IDX) = 1
117700                         ADD 1 TO WS-FIELD-REC-NO
117800                     END-IF
117900                 END-PERFORM
118000         END-EVALUATE
118100     END-IF.
118200
118300 REPORT-UNUSABLE-FIELD.
118400     MOVE "Y" TO WS-ENT-FAIL-SW
118500     STRING "FIELD " FUNCTION TRIM(WS-FIND-NAME) " "
118600            FUNCTION TRIM(WS-FIELD-WHY) " "
118700            FUNCTION TRIM(WS-ENT-CPY)
118800            DELIMITED BY SIZE INTO WS-FAIL-REASON.
118900
119000 LOAD-TYPE-RULES.
119100     CALL "CPYRULES" USING WS-ENT-RULES WS-TYPE-RULES
119200     IF RULES-FILE-ERROR
119300         MOVE "Y" TO WS-ENT-FAIL-SW
119400         STRING "UNABLE TO LOAD RULES FILE "
119500                FUNCTION TRIM(WS-ENT-RULES)
119600                DELIMITED BY SIZE INTO WS-FAIL-REASON
119700     END-IF
119800     IF RULES-OK
119900         PERFORM PREPARE-TYPE-RULES
120000     END-IF.
120100
120200* RESOLVES THE DISCRIMINATOR FIELD NAME (WHEN THE RULES FILE
120300* NAMES ONE) AGAINST THE FIELD TABLE.
120400 PREPARE-TYPE-RULES.
120500     IF WS-RULE-DISC-FIELD NOT = SPACES
120600         MOVE 0 TO WS-FOUND-IDX
120700         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
120800                   UNTIL WS-SCAN-IDX > WS-FLD-COUNT
120900                      OR WS-FOUND-IDX > 0
121000             IF FUNCTION TRIM(FLD-NAME(WS-SCAN-IDX)) =
121100                FUNCTION TRIM(WS-RULE-DISC-FIELD)
121200                 MOVE WS-SCAN-IDX TO WS-FOUND-IDX
121300             END-IF
121400         END-PERFORM
121500         IF WS-FOUND-IDX = 0
121600             MOVE "Y" TO WS-ENT-FAIL-SW
121700             STRING "DISCRIMINATOR FIELD "
121800                    FUNCTION TRIM(WS-RULE-DISC-FIELD)
121900                    " NOT IN COPYBOOK"
122000                    DELIMITED BY SIZE INTO WS-FAIL-REASON
122100         ELSE
122200             MOVE FLD-OFFSET(WS-FOUND-IDX) TO WS-RULE-DISC-OFF
122300             MOVE FLD-ELEM-LEN(WS-FOUND-IDX)
122400                  TO WS-RULE-DISC-LEN
122500         END-IF
122600     END-IF
122700     IF WS-RULE-DISC-LEN = 0 OR WS-RULE-DISC-LEN > 8
122800         MOVE 1 TO WS-RULE-DISC-LEN
122900     END-IF.
123000
123100* SOME RULE MUST SELECT THE 01 LEVEL WS-CHECK-REC-NO THAT THE
123200* FIELD WS-FIND-NAME BELONGS TO.
123300 CHECK-RULE-FOR-RECORD.
123400     MOVE 0 TO WS-FOUND-IDX
123500     PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
123600               UNTIL WS-RULE-IDX > WS-RULE-COUNT
123700         IF WS-RULE-RECORD-NO(WS-RULE-IDX) = WS-CHECK-REC-NO
123800             MOVE WS-RULE-IDX TO WS-FOUND-IDX
123900         END-IF
124000     END-PERFORM
124100     IF WS-FOUND-IDX = 0
124200         MOVE "Y" TO WS-ENT-FAIL-SW
124300         STRING "NO TYPE RULE SELECTS THE 01 LEVEL OF "
124400                FUNCTION TRIM(WS-FIND-NAME)
124500                DELIMITED BY SIZE INTO WS-FAIL-REASON
124600     END-IF.
124700
124800* MATCHES THE CURRENT RECORD'S TYPE BYTES AGAINST THE RULES AND
124900* LEAVES THE 01 NUMBER THEY SELECT IN WS-REC-TYPE-NO (ZERO WHEN
125000* NO RULE MATCHES).
125100 FIND-RECORD-TYPE.
125200     MOVE 0 TO WS-FOUND-IDX
125300     MOVE 0 TO WS-REC-TYPE-NO
125400     MOVE SPACES TO WS-DISC-WORK
125500     IF WS-RULE-DISC-OFF + WS-RULE-DISC-LEN - 1 <= WS-REC-LEN
125600         MOVE WS-RECORD(WS-RULE-DISC-OFF:WS-RULE-DISC-LEN)
125700              TO WS-DISC-WORK
125800         PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
125900                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
126000                      OR WS-FOUND-IDX > 0
126100             IF WS-DISC-WORK(1:WS-RULE-DISC-LEN) =
126200                WS-RULE-VALUE(WS-RULE-IDX)(1:WS-RULE-DISC-LEN)
126300                 MOVE WS-RULE-IDX TO WS-FOUND-IDX
126400             END-IF
126500         END-PERFORM
126600     END-IF
126700     IF WS-FOUND-IDX > 0
126800         MOVE WS-RULE-RECORD-NO(WS-FOUND-IDX) TO WS-REC-TYPE-NO
126900     END-IF.
127000
127100* DECODES THE FIELD AT WS-OFF/WS-LEN OF WS-RECORD INTO WS-AMOUNT
127200* AT THE LEDGER'S FOUR PLACES. A FIELD BEYOND THE END OF A SHORT
127300* RECORD, OR ONE THAT WILL NOT DECODE, LEAVES WS-AMOUNT-OK "N".
127400 DECODE-AMOUNT.
127500     MOVE "N" TO WS-AMOUNT-OK
127600     MOVE ZERO TO WS-AMOUNT
127700     COMPUTE WS-END = WS-OFF + WS-LEN - 1
127800     IF WS-END <= WS-REC-LEN
127900         PERFORM LOAD-FIELD-TEXT
128000         MOVE "N" TO WS-DECODED-SW
128100         EVALUATE WS-K-USAGE
128200             WHEN "COMP-3"
128300                 PERFORM DECODE-PACKED-VALUE
128400             WHEN "BINARY"
128500                 PERFORM DECODE-BINARY-VALUE
128600             WHEN OTHER
128700                 PERFORM DECODE-DISPLAY-VALUE
128800         END-EVALUATE
128900         IF WS-DECODED
129000             COMPUTE WS-AMOUNT = WS-NUM-VALUE / 10 ** WS-SCALE
129100                 ON SIZE ERROR
129200                     MOVE ZERO TO WS-AMOUNT
129300                 NOT ON SIZE ERROR
129400                     MOVE "Y" TO WS-AMOUNT-OK
129500             END-COMPUTE
129600         END-IF
129700     END-IF.
129800
129900 LOAD-FIELD-TEXT.
130000     MOVE SPACES TO WS-TEXT
130100     IF WS-LEN > 256
130200         MOVE WS-RECORD(WS-OFF:256) TO WS-TEXT
130300     ELSE
130400         MOVE WS-RECORD(WS-OFF:WS-LEN) TO WS-TEXT
130500     END-IF.
130600
130700* NUMERIC WHEN PACKED OR BINARY, OR WHEN A DISPLAY PICTURE IS
130800* BUILT ONLY FROM 9 S V P AND REPEAT COUNTS - THE SAME RULE THE
130900* OTHER DATA TOOLS APPLY. ALSO COUNTS THE DIGIT POSITIONS AFTER
131000* THE V, THE SCALE THE AMOUNT IS HELD AT.
131100 ANALYZE-FIELD-PICTURE.
131200     MOVE "N" TO WS-SIGNED-SW
131300     MOVE "N" TO WS-PIC-AFTER-V
131400     MOVE SPACE TO WS-PIC-LAST
131500     MOVE ZERO TO WS-SCALE
131600     MOVE "Y" TO WS-NUMERIC-SW
131700     IF FLD-PIC-STRING(WS-IDX) = SPACES
131800         MOVE "N" TO WS-NUMERIC-SW
131900     END-IF
132000     COMPUTE WS-PIC-LEN = FUNCTION LENGTH(
132100         FUNCTION TRIM(FLD-PIC-STRING(WS-IDX)))
132200     MOVE 1 TO WS-PIC-IDX
132300     PERFORM UNTIL WS-PIC-IDX > WS-PIC-LEN
132400         MOVE FLD-PIC-STRING(WS-IDX)(WS-PIC-IDX:1)
132500              TO WS-PIC-CHAR
132600         EVALUATE WS-PIC-CHAR
132700             WHEN "S"
132800                 MOVE "Y" TO WS-SIGNED-SW
132900             WHEN "V"
133000                 MOVE "Y" TO WS-PIC-AFTER-V
133100             WHEN "9"
133200                 IF WS-PIC-AFTER-V = "Y"
133300                     ADD 1 TO WS-SCALE
133400                 END-IF
133500             WHEN "P"
133600                 CONTINUE
133700             WHEN "("
133800                 PERFORM READ-PICTURE-REPEAT
133900             WHEN OTHER
134000                 IF FLD-USAGE(WS-IDX) = "DISPLAY"
134100                     MOVE "N" TO WS-NUMERIC-SW
134200                 END-IF
134300         END-EVALUATE
134400         IF WS-PIC-CHAR NOT = "("
134500             MOVE WS-PIC-CHAR TO WS-PIC-LAST
134600         END-IF
134700         ADD 1 TO WS-PIC-IDX
134800     END-PERFORM.
134900
135000* A REPEAT COUNT n AFTER A 9 TO THE RIGHT OF THE V ADDS n - 1
135100* MORE DECIMAL PLACES (THE 9 ITSELF WAS COUNTED ALREADY).
135200 READ-PICTURE-REPEAT.
135300     MOVE SPACES TO WS-REPEAT-TEXT
135400     MOVE ZERO TO WS-REPEAT-LEN
135500     ADD 1 TO WS-PIC-IDX
135600     PERFORM UNTIL WS-PIC-IDX > WS-PIC-LEN
135700                OR FLD-PIC-STRING(WS-IDX)(WS-PIC-IDX:1) = ")"
135800         IF WS-REPEAT-LEN < 6
135900             ADD 1 TO WS-REPEAT-LEN
136000             MOVE FLD-PIC-STRING(WS-IDX)(WS-PIC-IDX:1)
136100                  TO WS-REPEAT-TEXT(WS-REPEAT-LEN:1)
136200         END-IF
136300         ADD 1 TO WS-PIC-IDX
136400     END-PERFORM
136500     IF WS-REPEAT-LEN > 0
136600       AND WS-REPEAT-TEXT(1:WS-REPEAT-LEN) IS NUMERIC
136700         COMPUTE WS-REPEAT-NUM =
136800             FUNCTION NUMVAL(WS-REPEAT-TEXT(1:WS-REPEAT-LEN))
136900         IF WS-PIC-LAST = "9" AND WS-PIC-AFTER-V = "Y"
137000           AND WS-REPEAT-NUM > 0
137100             COMPUTE WS-SCALE = WS-SCALE + WS-REPEAT-NUM - 1
137200         END-IF
137300     END-IF.
137400
137500* DIGITS ONLY, OR ON A SIGNED PICTURE A TRAILING OVERPUNCH
137600* ({A-I POSITIVE, }J-R NEGATIVE) OR A TRAILING + OR -.
137700 DECODE-DISPLAY-VALUE.
137800     IF WS-LEN > 18
137900         CONTINUE
138000     ELSE
138100         IF WS-TEXT(1:WS-LEN) IS NUMERIC
138200             COMPUTE WS-NUM-VALUE =
138300                 FUNCTION NUMVAL(WS-TEXT(1:WS-LEN))
138400             SET WS-DECODED TO TRUE
138500         ELSE
138600             IF WS-SIGNED
138700                 PERFORM DECODE-ZONED-SIGNED
138800             END-IF
138900         END-IF
139000     END-IF.
139100
139200 DECODE-ZONED-SIGNED.
139300     MOVE WS-TEXT(WS-LEN:1) TO WS-ZONE-CHAR
139400     MOVE 0 TO WS-ZONE-POS
139500     PERFORM VARYING WS-ZONE-SCAN FROM 1 BY 1
139600               UNTIL WS-ZONE-SCAN > 22 OR WS-ZONE-POS > 0
139700         IF WS-OVERPUNCH-SET(WS-ZONE-SCAN:1) = WS-ZONE-CHAR
139800             MOVE WS-ZONE-SCAN TO WS-ZONE-POS
139900         END-IF
140000     END-PERFORM
140100     IF WS-ZONE-POS = 0
140200       OR (WS-LEN > 1
140300         AND WS-TEXT(1:WS-LEN - 1) IS NOT NUMERIC)
140400       OR (WS-LEN = 1 AND WS-ZONE-POS > 20)
140500         CONTINUE
140600     ELSE
140700         MOVE ZERO TO WS-ZONE-LEAD
140800         IF WS-LEN > 1
140900             COMPUTE WS-ZONE-LEAD =
141000                 FUNCTION NUMVAL(WS-TEXT(1:WS-LEN - 1))
141100         END-IF
141200         EVALUATE TRUE
141300             WHEN WS-ZONE-POS <= 10
141400                 COMPUTE WS-NUM-VALUE =
141500                     WS-ZONE-LEAD * 10 + WS-ZONE-POS - 1
141600             WHEN WS-ZONE-POS <= 20
141700                 COMPUTE WS-NUM-VALUE = 0 -
141800                     (WS-ZONE-LEAD * 10 + WS-ZONE-POS - 11)
141900             WHEN WS-ZONE-POS = 21
142000                 MOVE WS-ZONE-LEAD TO WS-NUM-VALUE
142100             WHEN OTHER
142200                 COMPUTE WS-NUM-VALUE = 0 - WS-ZONE-LEAD
142300         END-EVALUATE
142400         SET WS-DECODED TO TRUE
142500     END-IF.
142600
142700* A PACKED OR BINARY VALUE TOO LARGE FOR 18 DIGITS (A 10-BYTE
142800* COMP-3 OR 8-BYTE BINARY CAN HOLD ONE) DOES NOT DECODE, SO IT
142900* IS COUNTED AS BAD RATHER THAN TOTALLED TRUNCATED.
143000 DECODE-PACKED-VALUE.
143100     MOVE ZERO TO WS-ACC
143200     MOVE "N" TO WS-NEG-SW
143300     SET WS-DECODED TO TRUE
143400     PERFORM VARYING WS-BYTE-IDX FROM WS-OFF BY 1
143500               UNTIL WS-BYTE-IDX > WS-END OR NOT WS-DECODED
143600         MOVE WS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
143700         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
143800         DIVIDE WS-BYTE-VAL BY 16 GIVING WS-NIB-HI
143900             REMAINDER WS-NIB-LO
144000         IF WS-NIB-HI > 9
144100             MOVE "N" TO WS-DECODED-SW
144200         ELSE
144300             COMPUTE WS-ACC = WS-ACC * 10 + WS-NIB-HI
144400                 ON SIZE ERROR
144500                     MOVE "N" TO WS-DECODED-SW
144600             END-COMPUTE
144700             IF WS-BYTE-IDX = WS-END
144800                 EVALUATE WS-NIB-LO
144900                     WHEN 13
145000                         SET WS-NEG TO TRUE
145100                     WHEN 12
145200                     WHEN 15
145300                         CONTINUE
145400                     WHEN OTHER
145500                         MOVE "N" TO WS-DECODED-SW
145600                 END-EVALUATE
145700             ELSE
145800                 IF WS-NIB-LO > 9
145900                     MOVE "N" TO WS-DECODED-SW
146000                 ELSE
146100                     COMPUTE WS-ACC = WS-ACC * 10 + WS-NIB-LO
146200                         ON SIZE ERROR
146300                             MOVE "N" TO WS-DECODED-SW
146400                     END-COMPUTE
146500                 END-IF
146600             END-IF
146700         END-IF
146800     END-PERFORM
146900     IF WS-NEG
147000         COMPUTE WS-NUM-VALUE = 0 - WS-ACC
147100     ELSE
147200         MOVE WS-ACC TO WS-NUM-VALUE
147300     END-IF.
147400
147500* SIGNED BINARY WITH THE HIGH BIT SET IS TWO'S COMPLEMENT - THE
147600* SAME DECODE THE BROWSER SHOWS.
147700 DECODE-BINARY-VALUE.
147800     MOVE "N" TO WS-NEG-SW
147900     MOVE WS-RECORD(WS-OFF:1) TO WS-BYTE
148000     IF WS-SIGNED AND FUNCTION ORD(WS-BYTE) > 128
148100         SET WS-NEG TO TRUE
148200     END-IF
148300     MOVE ZERO TO WS-ACC
148400     SET WS-DECODED TO TRUE
148500     PERFORM VARYING WS-BYTE-IDX FROM WS-OFF BY 1
148600               UNTIL WS-BYTE-IDX > WS-END OR NOT WS-DECODED
148700         MOVE WS-RECORD(WS-BYTE-IDX:1) TO WS-BYTE
148800         COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-BYTE) - 1
148900         IF WS-NEG
149000             COMPUTE WS-BYTE-VAL = 255 - WS-BYTE-VAL
149100         END-IF
149200         COMPUTE WS-ACC = WS-ACC * 256 + WS-BYTE-VAL
149300             ON SIZE ERROR
149400                 MOVE "N" TO WS-DECODED-SW
149500         END-COMPUTE
149600     END-PERFORM
149700     IF WS-NEG
149800         COMPUTE WS-NUM-VALUE = 0 - (WS-ACC + 1)
149900             ON SIZE ERROR
150000                 MOVE "N" TO WS-DECODED-SW
150100         END-COMPUTE
150200     ELSE
150300         MOVE WS-ACC TO WS-NUM-VALUE
150400     END-IF.
150500
150600******************************************************************
150700*    REPORT AND LEDGER LISTING
150800******************************************************************
150900
151000* THE DETAIL LINES OF ONE LEDGER RECORD - SHARED BY THE RUN
151100* REPORT (FOR THE RECORD JUST WRITTEN) AND THE LIST INQUIRY.
151200 REPORT-LEDGER-DETAIL.
151300     IF LEDG-IS-FEED
151400         PERFORM VARYING WS-LEDG-IDX FROM 1 BY 1
151500                   UNTIL WS-LEDG-IDX > LEDG-TOTAL-COUNT
151600                      OR WS-LEDG-IDX > 8
151700             PERFORM REPORT-LEDGER-TOTAL
151800         END-PERFORM
151900     ELSE
152000         PERFORM REPORT-LEDGER-PROOF
152100     END-IF.
152200
152300 REPORT-LEDGER-TOTAL.
152400     MOVE LEDG-SCALE(WS-LEDG-IDX) TO WS-SHOW-SCALE
152500     MOVE LEDG-AMT-SUM(WS-LEDG-IDX) TO WS-AMOUNT-SHOW
152600     PERFORM FORMAT-AMOUNT
152700     MOVE WS-AMT-TEXT TO WS-AMT-TEXT-2
152800     MOVE LEDG-CTL-VALUE(WS-LEDG-IDX) TO WS-AMOUNT-SHOW
152900     PERFORM FORMAT-AMOUNT
153000     MOVE WS-AMT-TEXT TO WS-AMT-TEXT-3
153100     MOVE SPACES TO WS-VERDICT
153200     EVALUATE LEDG-TOTAL-STATUS(WS-LEDG-IDX)
153300         WHEN "B"
153400             MOVE "AGREES" TO WS-VERDICT
153500         WHEN "O"
153600             COMPUTE WS-AMOUNT-SHOW = LEDG-AMT-SUM(WS-LEDG-IDX)
153700                 - LEDG-CTL-VALUE(WS-LEDG-IDX)
153800             PERFORM FORMAT-AMOUNT
153900             STRING "OUT BY " FUNCTION TRIM(WS-AMT-TEXT)
154000                 DELIMITED BY SIZE INTO WS-VERDICT
154100         WHEN "T"
154200             MOVE "NO SINGLE READABLE TRAILER FIGURE"
154300                 TO WS-VERDICT
154400         WHEN "D"
154500             MOVE "AMOUNT(S) WOULD NOT DECODE" TO WS-VERDICT
154600         WHEN "V"
154700             MOVE "TOTAL OVERFLOWED" TO WS-VERDICT
154800         WHEN OTHER
154900             CONTINUE
155000     END-EVALUATE
155100     MOVE LEDG-AMT-COUNT(WS-LEDG-IDX) TO WS-CNT-DISP
155200     MOVE SPACES TO WS-OUT-LINE
155300     STRING "    " FUNCTION TRIM(LEDG-AMT-FIELD(WS-LEDG-IDX))
155400            " " FUNCTION TRIM(WS-AMT-TEXT-2)
155500            " FROM " FUNCTION TRIM(WS-CNT-DISP)
155600            " RECORD(S), TRAILER "
155700            FUNCTION TRIM(LEDG-CTL-FIELD(WS-LEDG-IDX))
155800            " " FUNCTION TRIM(WS-AMT-TEXT-3)
155900            " - " FUNCTION TRIM(WS-VERDICT)
156000            DELIMITED BY SIZE INTO WS-OUT-LINE
156100     PERFORM EMIT-RPT.
156200
156300 REPORT-LEDGER-PROOF.
156400     MOVE LEDG-M-SCALE TO WS-SHOW-SCALE
156500     MOVE LEDG-EXTRACT-TOTAL TO WS-AMOUNT-SHOW
156600     PERFORM FORMAT-AMOUNT
156700     MOVE WS-AMT-TEXT TO WS-AMT-TEXT-2
156800     MOVE SPACES TO WS-OUT-LINE
156900     IF LEDG-UNPROVABLE
157000         STRING "    EXTRACT " FUNCTION TRIM(LEDG-BAL-FIELD)
157100                " " FUNCTION TRIM(WS-AMT-TEXT-2)
157200                " - MOVEMENT FEED " FUNCTION TRIM(LEDG-MOVE-FEED)
157300                " WAS NOT IN BALANCE, NOTHING PROVED"
157400                DELIMITED BY SIZE INTO WS-OUT-LINE
157500         PERFORM EMIT-RPT
157600     ELSE
157700         PERFORM REPORT-PROOF-FIGURES
157800     END-IF.
157900
158000 REPORT-PROOF-FIGURES.
158100     IF LEDG-PRIOR-DATE = SPACES
158200         STRING "    EXTRACT " FUNCTION TRIM(LEDG-BAL-FIELD)
158300                " " FUNCTION TRIM(WS-AMT-TEXT-2)
158400                " - NO EARLIER CLOSE TO CARRY FORWARD"
158500                DELIMITED BY SIZE INTO WS-OUT-LINE
158600         PERFORM EMIT-RPT
158700     ELSE
158800         MOVE LEDG-PRIOR-CLOSE TO WS-AMOUNT-SHOW
158900         PERFORM FORMAT-AMOUNT
159000         MOVE WS-AMT-TEXT TO WS-AMT-TEXT-3
159100         MOVE LEDG-MOVEMENT TO WS-AMOUNT-SHOW
159200         PERFORM FORMAT-AMOUNT
159300         MOVE WS-AMT-TEXT TO WS-AMT-TEXT-4
159400         COMPUTE WS-AMOUNT-SHOW = LEDG-PRIOR-CLOSE + LEDG-MOVEMENT
159500         PERFORM FORMAT-AMOUNT
159600         MOVE WS-AMT-TEXT TO WS-AMT-TEXT-5
159700         STRING "    CLOSE " LEDG-PRIOR-DATE
159800                " " FUNCTION TRIM(WS-AMT-TEXT-3)
159900                " + MOVEMENT " FUNCTION TRIM(LEDG-MOVE-FEED)
160000                " " FUNCTION TRIM(LEDG-MOVE-FIELD)
160100                " " FUNCTION TRIM(WS-AMT-TEXT-4)
160200                " = " FUNCTION TRIM(WS-AMT-TEXT-5)
160300                ", EXTRACT " FUNCTION TRIM(LEDG-BAL-FIELD)
160400                " " FUNCTION TRIM(WS-AMT-TEXT-2)
160500                DELIMITED BY SIZE INTO WS-OUT-LINE
160600         PERFORM EMIT-RPT
160700         IF LEDG-OUT-OF-BALANCE
160800             MOVE LEDG-DIFFERENCE TO WS-AMOUNT-SHOW
160900             PERFORM FORMAT-AMOUNT
161000             MOVE SPACES TO WS-OUT-LINE
161100             STRING "    OUT BY " FUNCTION TRIM(WS-AMT-TEXT)
161200                    DELIMITED BY SIZE INTO WS-OUT-LINE
161300             PERFORM EMIT-RPT
161400         END-IF
161500     END-IF.
161600
161700* WS-AMOUNT-SHOW AS TEXT WITH WS-SHOW-SCALE DECIMAL PLACES - THE
161800* EDITED PICTURE CARRIES ALL FOUR AND THE SURPLUS IS CUT OFF.
161900 FORMAT-AMOUNT.
162000     MOVE WS-AMOUNT-SHOW TO WS-AMT-EDIT
162100     MOVE FUNCTION TRIM(WS-AMT-EDIT) TO WS-AMT-WORK
162200     COMPUTE WS-AMT-WORK-LEN =
162300         FUNCTION LENGTH(FUNCTION TRIM(WS-AMT-EDIT))
162400         - 4 + WS-SHOW-SCALE
162500     IF WS-SHOW-SCALE = 0
162600         SUBTRACT 1 FROM WS-AMT-WORK-LEN
162700     END-IF
162800     MOVE SPACES TO WS-AMT-TEXT
162900     MOVE WS-AMT-WORK(1:WS-AMT-WORK-LEN) TO WS-AMT-TEXT.
163000
163100* CPYBAL LIST <NAME> [OUTPUT] - EVERY LEDGER RECORD OF ONE FEED
163200* OR MASTER, OLDEST BUSINESS DATE FIRST.
163300 LIST-LEDGER.
163400     MOVE "N" TO WS-WRITE-RPT
163500     MOVE "Y" TO WS-SHOW-LINE
163600     IF WS-ARG-2 = SPACES
163700         DISPLAY "CPYBAL: LIST NEEDS A FEED OR MASTER NAME"
163800         MOVE 12 TO RETURN-CODE
163900     ELSE
164000         OPEN INPUT LEDGER-FILE
164100         IF WS-LEDG-STATUS NOT = "00"
164200             DISPLAY "CPYBAL: NO CONTROL-TOTAL LEDGER "
164300                 "(CPYBAL.IDX STATUS " WS-LEDG-STATUS ")"
164400             MOVE 12 TO RETURN-CODE
164500         ELSE
164600             PERFORM LIST-ONE-FEED
164700             CLOSE LEDGER-FILE
164800             MOVE 0 TO RETURN-CODE
164900         END-IF
165000     END-IF.
165100
165200 LIST-ONE-FEED.
165300     IF WS-ARG-3 NOT = SPACES AND WS-ARG-3 NOT = "SYSOUT"
165400         MOVE WS-ARG-3 TO WS-RPT-PATH
165500         OPEN OUTPUT RPT-FILE
165600         IF WS-RPT-STATUS = "00"
165700             MOVE "Y" TO WS-WRITE-RPT
165800             MOVE "N" TO WS-SHOW-LINE
165900         ELSE
166000             DISPLAY "CPYBAL: UNABLE TO OPEN "
166100                 FUNCTION TRIM(WS-ARG-3) " - LISTING TO SYSOUT"
166200         END-IF
166300     END-IF
166400     MOVE FUNCTION UPPER-CASE(WS-ARG-2) TO WS-ENT-NAME
166500     MOVE SPACES TO WS-OUT-LINE
166600     STRING "CONTROL-TOTAL LEDGER FOR " FUNCTION TRIM(WS-ENT-NAME)
166700         DELIMITED BY SIZE INTO WS-OUT-LINE
166800     PERFORM EMIT-RPT
166900     MOVE ALL "-" TO WS-OUT-LINE
167000     PERFORM EMIT-RPT
167100     MOVE ZERO TO WS-LIST-COUNT
167200     MOVE "N" TO WS-EOF-SW
167300     MOVE SPACES TO LEDG-KEY
167400     MOVE WS-ENT-NAME TO LEDG-FEED
167500     START LEDGER-FILE KEY NOT < LEDG-KEY
167600         INVALID KEY
167700             SET WS-EOF TO TRUE
167800     END-START
167900     PERFORM UNTIL WS-EOF
168000         READ LEDGER-FILE NEXT RECORD
168100             AT END
168200                 SET WS-EOF TO TRUE
168300             NOT AT END
168400                 IF LEDG-FEED NOT = WS-ENT-NAME
168500                     SET WS-EOF TO TRUE
168600                 ELSE
168700                     ADD 1 TO WS-LIST-COUNT
168800                     PERFORM LIST-ONE-ENTRY
168900                 END-IF
169000         END-READ
169100     END-PERFORM
169200     MOVE ALL "-" TO WS-OUT-LINE
169300     PERFORM EMIT-RPT
169400     MOVE WS-LIST-COUNT TO WS-CNT-DISP
169500     MOVE SPACES TO WS-OUT-LINE
169600     STRING FUNCTION TRIM(WS-CNT-DISP) " LEDGER RECORD(S)"
169700         DELIMITED BY SIZE INTO WS-OUT-LINE
169800     PERFORM EMIT-RPT
169900     IF WS-WRITE-RPT = "Y"
170000         CLOSE RPT-FILE
170100     END-IF.
170200
170300 LIST-ONE-ENTRY.
170400     EVALUATE TRUE
170500         WHEN LEDG-BALANCED
170600             MOVE "BALANCED" TO WS-VERDICT
170700         WHEN LEDG-OUT-OF-BALANCE
170800             MOVE "OUT OF BALANCE" TO WS-VERDICT
170900         WHEN LEDG-UNPROVABLE
171000             MOVE "UNPROVABLE" TO WS-VERDICT
171100         WHEN OTHER
171200             MOVE "NOT PROVED" TO WS-VERDICT
171300     END-EVALUATE
171400     IF LEDG-IS-FEED
171500         MOVE "FEED" TO WS-KIND-WORD
171600     ELSE
171700         MOVE "MASTER" TO WS-KIND-WORD
171800     END-IF
171900     MOVE LEDG-RECORDS-READ TO WS-CNT-DISP
172000     MOVE SPACES TO WS-OUT-LINE
172100     STRING LEDG-BUS-DATE " " FUNCTION TRIM(WS-KIND-WORD)
172200            " " FUNCTION TRIM(WS-VERDICT)
172300            " - " FUNCTION TRIM(LEDG-DATA-FILE)
172400            ", " FUNCTION TRIM(WS-CNT-DISP) " RECORD(S), RUN "
172500            LEDG-RUN-STAMP(1:8) "T" LEDG-RUN-STAMP(9:6)
172600            DELIMITED BY SIZE INTO WS-OUT-LINE
172700     PERFORM EMIT-RPT
172800     PERFORM REPORT-LEDGER-DETAIL.
172900
173000 EMIT-RPT.
173100     IF WS-WRITE-RPT = "Y"
173200         MOVE WS-OUT-LINE TO RPT-REC
173300         WRITE RPT-REC
173400     END-IF
173500     IF WS-SHOW-LINE = "Y"
173600         DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING)
173700     END-IF.
173800
173900 WRITE-RUN-HEADER.
174000     MOVE SPACES TO WS-OUT-LINE
174100     STRING "CONTROL-TOTAL BALANCING - "
174200            FUNCTION TRIM(WS-CTL-PATH)
174300            " - BUSINESS DATE " WS-BUS-DATE
174400            " AT " WS-RUN-STAMP(1:8) "T" WS-RUN-STAMP(9:6)
174500            DELIMITED BY SIZE INTO WS-OUT-LINE
174600     PERFORM EMIT-RPT
174700     MOVE ALL "-" TO WS-OUT-LINE
174800     PERFORM EMIT-RPT.
174900
175000 WRITE-RUN-TOTALS.
175100     MOVE ALL "-" TO WS-OUT-LINE
175200     PERFORM EMIT-RPT
175300     MOVE SPACES TO WS-OUT-LINE
175400     STRING "FEEDS=" WS-FEED-COUNT
175500            " MASTERS=" WS-MASTER-COUNT
175600            " PASSED=" WS-PASS-COUNT
175700            " FAILED=" WS-FAIL-COUNT
175800            " NOT PROVED=" WS-UNPROVED-COUNT
175900            " BAD CARDS=" WS-BAD-CARD-COUNT
176000            DELIMITED BY SIZE INTO WS-OUT-LINE
176100     PERFORM EMIT-RPT
176200     MOVE "LEDGER: CPYBAL.IDX" TO WS-OUT-LINE
176300     PERFORM EMIT-RPT.
