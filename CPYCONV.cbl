018300                   FLD-ELEM-LEN BY FLD-ELEM-LEN-O
018400                   FLD-LEN-MAX  BY FLD-LEN-MAX-O
018500                   FLD-LEN-MIN  BY FLD-LEN-MIN-O
018600                   FLD-OFFSET   BY FLD-OFFSET-O
018700                   FLD-DOM-FIRST BY FLD-DOM-FIRST-O
018800                   FLD-DOM-COUNT BY FLD-DOM-COUNT-O
018900                   WS-DOM-COUNT BY WS-DOM-COUNT-O
019000                   WS-DOM-ENTRY BY WS-DOM-ENTRY-O
019100                   DOM-FLD      BY DOM-FLD-O
019200                   DOM-NAME     BY DOM-NAME-O
019300                   DOM-LOW-KIND BY DOM-LOW-KIND-O
019400                   DOM-LOW      BY DOM-LOW-O
019500                   DOM-HIGH-KIND BY DOM-HIGH-KIND-O
019600                   DOM-HIGH     BY DOM-HIGH-O.
019700     COPY "FLDTAB.cpy"
019800         REPLACING WS-FLD-TABLE BY WS-FLD-TABLE-N
019900                   WS-FLD-COUNT BY WS-FLD-COUNT-N
020000                   WS-FLD-ENTRY BY WS-FLD-ENTRY-N
020100                   FLD-IDX      BY FLD-IDX-N
020200                   FLD-LEVEL    BY FLD-LEVEL-N
020300                   FLD-NAME     BY FLD-NAME-N
020400                   FLD-PIC-STRING BY FLD-PIC-STRING-N
020500                   FLD-USAGE    BY FLD-USAGE-N
020600                   FLD-REDEFINES BY FLD-REDEFINES-N
020700                   FLD-OCCURS-MAX BY FLD-OCCURS-MAX-N
020800                   FLD-DEPENDING-ON BY FLD-DEPENDING-ON-N
020900                   FLD-IS-GROUP BY FLD-IS-GROUP-N
021000                   FLD-SYNC     BY FLD-SYNC-N
021100                   FLD-ELEM-LEN BY FLD-ELEM-LEN-N
021200                   FLD-LEN-MAX  BY FLD-LEN-MAX-N
021300                   FLD-LEN-MIN  BY FLD-LEN-MIN-N
021400                   FLD-OFFSET   BY FLD-OFFSET-N
021500                   FLD-DOM-FIRST BY FLD-DOM-FIRST-N
021600                   FLD-DOM-COUNT BY FLD-DOM-COUNT-N
021700                   WS-DOM-COUNT BY WS-DOM-COUNT-N
021800                   WS-DOM-ENTRY BY WS-DOM-ENTRY-N
021900                   DOM-FLD      BY DOM-FLD-N
022000                   DOM-NAME     BY DOM-NAME-N
022100                   DOM-LOW-KIND BY DOM-LOW-KIND-N
022200                   DOM-LOW      BY DOM-LOW-N
022300                   DOM-HIGH-KIND BY DOM-HIGH-KIND-N
022400                   DOM-HIGH     BY DOM-HIGH-N.
022500     COPY "SIZERES.cpy"
022600         REPLACING WS-SIZING-RESULT BY WS-SIZING-RESULT-O
022700                   WS-RESULT-STATUS BY WS-RESULT-STATUS-O
022800                   RESULT-OK BY RESULT-OK-O
022900                   RESULT-FILE-ERROR BY RESULT-FILE-ERROR-O
023000                   WS-RESULT-RECORD-COUNT BY
023100                       WS-RESULT-RECORD-COUNT-O
023200                   WS-RESULT-TOTAL-MAX BY WS-RESULT-TOTAL-MAX-O
023300                   WS-RESULT-TOTAL-MIN BY WS-RESULT-TOTAL-MIN-O
023400                   WS-RESULT-LARGEST-NAME BY
023500                       WS-RESULT-LARGEST-NAME-O
023600                   WS-RESULT-LARGEST-LEN BY
023700                       WS-RESULT-LARGEST-LEN-O
023800                   WS-RESULT-OCCURS-COUNT BY
023900                       WS-RESULT-OCCURS-COUNT-O
024000                   WS-RESULT-DEPENDING-COUNT BY
024100                       WS-RESULT-DEPENDING-COUNT-O
024200                   WS-RESULT-OVER-LIMIT BY
024300                       WS-RESULT-OVER-LIMIT-O
024400                   RESULT-IS-OVER-LIMIT BY
024500                       RESULT-IS-OVER-LIMIT-O
024600                   WS-RESULT-OVER-RECORD BY
024700                       WS-RESULT-OVER-RECORD-O
024800                   WS-RESULT-OVER-FIELD BY
024900                       WS-RESULT-OVER-FIELD-O
025000                   WS-RESULT-OVER-BY BY WS-RESULT-OVER-BY-O.
025100     COPY "SIZERES.cpy"
025200         REPLACING WS-SIZING-RESULT BY WS-SIZING-RESULT-N
025300                   WS-RESULT-STATUS BY WS-RESULT-STATUS-N
025400                   RESULT-OK BY RESULT-OK-N
025500                   RESULT-FILE-ERROR BY RESULT-FILE-ERROR-N
025600                   WS-RESULT-RECORD-COUNT BY
025700                       WS-RESULT-RECORD-COUNT-N
025800                   WS-RESULT-TOTAL-MAX BY WS-RESULT-TOTAL-MAX-N
025900                   WS-RESULT-TOTAL-MIN BY WS-RESULT-TOTAL-MIN-N
026000                   WS-RESULT-LARGEST-NAME BY
026100                       WS-RESULT-LARGEST-NAME-N
026200                   WS-RESULT-LARGEST-LEN BY
026300                       WS-RESULT-LARGEST-LEN-N
026400                   WS-RESULT-OCCURS-COUNT BY
026500                       WS-RESULT-OCCURS-COUNT-N
026600                   WS-RESULT-DEPENDING-COUNT BY
026700                       WS-RESULT-DEPENDING-COUNT-N
026800                   WS-RESULT-OVER-LIMIT BY
026900                       WS-RESULT-OVER-LIMIT-N
027000                   RESULT-IS-OVER-LIMIT BY
027100                       RESULT-IS-OVER-LIMIT-N
027200                   WS-RESULT-OVER-RECORD BY
027300                       WS-RESULT-OVER-RECORD-N
027400                   WS-RESULT-OVER-FIELD BY
027500                       WS-RESULT-OVER-FIELD-N
027600                   WS-RESULT-OVER-BY BY WS-RESULT-OVER-BY-N.
027700     COPY "RECTYPE.cpy".
027800     COPY "EBCTAB.cpy".
027900
028000 LINKAGE SECTION.
028100 01  LS-OLD-PATH                          PIC X(200).
028200 01  LS-NEW-PATH                          PIC X(200).
028300 01  LS-DATA-IN-PATH                      PIC X(200).
028400 01  LS-DATA-OUT-PATH                     PIC X(200).
028500 01  LS-REPORT-PATH                       PIC X(200).
028600 01  LS-RULES-PATH                        PIC X(200).
028700 01  LS-ENCODING                          PIC X(8).
028800
028900 PROCEDURE DIVISION USING LS-OLD-PATH LS-NEW-PATH
029000                           LS-DATA-IN-PATH LS-DATA-OUT-PATH
029100                           LS-REPORT-PATH LS-RULES-PATH
029200                           LS-ENCODING.
029300
029400 MAIN-CONV.
029500     MOVE "N" TO WS-EOF-SW
029600     MOVE ZERO TO WS-REC-COUNT WS-SHORT-COUNT WS-MOVE-COUNT
029700                  WS-UNMATCHED-COUNT
029800     IF LS-DATA-OUT-PATH = SPACES
029900       OR LS-DATA-OUT-PATH = "SYSOUT"
030000         DISPLAY "CPYCONV: AN OUTPUT DATA FILE PATH IS REQUIRED"
030100         GOBACK
030200     END-IF
030300     MOVE FUNCTION UPPER-CASE(LS-ENCODING) TO WS-ENC
030400     IF WS-ENC = SPACES
030500         MOVE "ASCII" TO WS-ENC
030600     END-IF
030700     IF WS-ENC NOT = "ASCII" AND WS-ENC NOT = "EBCDIC"
030800         DISPLAY "CPYCONV: ENCODING MUST BE ASCII OR EBCDIC"
030900             " - GOT " FUNCTION TRIM(LS-ENCODING)
031000         GOBACK
031100     END-IF
031200*    BACK TO THE HOUSE PROFILE FIRST - A CALLED PROGRAM KEEPS
031300*    ITS LAST-USED STATE, AND AN ASCII RUN AFTER AN EBCDIC ONE
031400*    MUST NOT STAY ON THE IBM PROFILE.
031500     MOVE "RMC" TO WS-PARSE-DIALECT-OLD
031600     IF WS-ENC = "EBCDIC"
031700*        THE MAINFRAME SIDE'S OFFSETS ONLY COME OUT RIGHT UNDER
031800*        THE IBM SIZING PROFILE; THE TARGET STAYS ON RM-COBOL.
031900         MOVE "IBM" TO WS-PARSE-DIALECT-OLD
032000     END-IF
032100     CALL "CPYPARSE" USING LS-OLD-PATH WS-FLD-TABLE-O
032200         WS-SIZING-RESULT-O WS-PARSE-DIALECT-OLD
032300     IF RESULT-FILE-ERROR-O
032400         DISPLAY "CPYCONV: UNABLE TO OPEN COPYBOOK "
032500             FUNCTION TRIM(LS-OLD-PATH)
032600         GOBACK
032700     END-IF
032800     CALL "CPYPARSE" USING LS-NEW-PATH WS-FLD-TABLE-N
032900         WS-SIZING-RESULT-N WS-PARSE-DIALECT
033000     IF RESULT-FILE-ERROR-N
033100         DISPLAY "CPYCONV: UNABLE TO OPEN COPYBOOK "
033200             FUNCTION TRIM(LS-NEW-PATH)
033300         GOBACK
033400     END-IF
033500     PERFORM FIND-OLD-RECORD
033600     PERFORM FIND-NEW-RECORD
033700     IF WS-OLD-FIRST = 0 OR WS-NEW-FIRST = 0
033800         DISPLAY "CPYCONV: A COPYBOOK HAS NO 01-LEVEL RECORD"
033900         GOBACK
034000     END-IF
034100     IF FLD-LEN-MAX-N(WS-NEW-FIRST) > 9999
034200       OR FLD-LEN-MAX-O(WS-OLD-FIRST) > 9999
034300         DISPLAY "CPYCONV: RECORD LARGER THAN THE CONVERSION"
034400             " BUFFER"
034500         GOBACK
034600     END-IF
034700     CALL "CPYRULES" USING LS-RULES-PATH WS-TYPE-RULES
034800     IF RULES-FILE-ERROR
034900         GOBACK
035000     END-IF
035100     IF RULES-OK
035200         PERFORM PREPARE-TYPE-RULES
035300         IF WS-RULE-BAD-SW = "Y"
035400             GOBACK
035500         END-IF
035600     END-IF
035700     MOVE LS-DATA-IN-PATH TO WS-DATA-IN-PATH
035800     OPEN INPUT DATA-IN-FILE
035900     IF WS-DATA-IN-STATUS NOT = "00"
036000         DISPLAY "CPYCONV: UNABLE TO OPEN DATA FILE "
036100             FUNCTION TRIM(LS-DATA-IN-PATH)
036200         GOBACK
036300     END-IF
036400     MOVE LS-DATA-OUT-PATH TO WS-DATA-OUT-PATH
036500     OPEN OUTPUT DATA-OUT-FILE
036600     IF WS-DATA-OUT-STATUS NOT = "00"
036700         DISPLAY "CPYCONV: UNABLE TO OPEN OUTPUT FILE "
036800             FUNCTION TRIM(LS-DATA-OUT-PATH)
036900         CLOSE DATA-IN-FILE
037000         GOBACK
037100     END-IF
037200     PERFORM OPEN-DESTINATION
037300     PERFORM WRITE-REPORT-HEADER
037400     IF RULES-OK
037500         PERFORM REPORT-TYPE-PAIRS
037600     ELSE
037700         PERFORM BUILD-TEMPLATE
037800         PERFORM BUILD-MOVE-LIST
037900         MOVE FLD-LEN-MAX-N(WS-NEW-FIRST) TO WS-DATA-OUT-LEN
038000     END-IF
038100     PERFORM UNTIL WS-EOF
038200         READ DATA-IN-FILE INTO WS-IN-RECORD
038300             AT END
038400                 SET WS-EOF TO TRUE
038500             NOT AT END
038600                 ADD 1 TO WS-REC-COUNT
038700                 MOVE "Y" TO WS-LAYOUT-OK-SW
038800                 IF RULES-OK
038900                     PERFORM SELECT-CONV-LAYOUT
039000                 END-IF
039100                 IF WS-LAYOUT-OK-SW = "Y"
039200                     PERFORM CONVERT-ONE-RECORD
039300                 END-IF
039400         END-READ
039500     END-PERFORM
039600     CLOSE DATA-IN-FILE
039700     CLOSE DATA-OUT-FILE
039800     PERFORM WRITE-REPORT-TOTALS
039900     PERFORM CLOSE-DESTINATION
040000     GOBACK.
040100
040200 FIND-OLD-RECORD.
040300     MOVE 0 TO WS-OLD-FIRST
040400     MOVE 0 TO WS-OLD-LAST
040500     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
040600               UNTIL WS-SCAN-IDX > WS-FLD-COUNT-O
040700         IF FLD-LEVEL-O(WS-SCAN-IDX) = 1
040800             IF WS-OLD-FIRST = 0
040900                 MOVE WS-SCAN-IDX TO WS-OLD-FIRST
041000                 MOVE WS-FLD-COUNT-O TO WS-OLD-LAST
041100             ELSE
041200                 IF WS-OLD-LAST = WS-FLD-COUNT-O
041300                   AND WS-SCAN-IDX > WS-OLD-FIRST
041400                     COMPUTE WS-OLD-LAST = WS-SCAN-IDX - 1
041500                 END-IF
041600             END-IF
041700         END-IF
041800     END-PERFORM.
041900
042000 FIND-NEW-RECORD.
042100     MOVE 0 TO WS-NEW-FIRST
042200     MOVE 0 TO WS-NEW-LAST
042300     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
042400               UNTIL WS-SCAN-IDX > WS-FLD-COUNT-N
042500         IF FLD-LEVEL-N(WS-SCAN-IDX) = 1
042600             IF WS-NEW-FIRST = 0
042700                 MOVE WS-SCAN-IDX TO WS-NEW-FIRST
042800                 MOVE WS-FLD-COUNT-N TO WS-NEW-LAST
042900             ELSE
043000                 IF WS-NEW-LAST = WS-FLD-COUNT-N
043100                   AND WS-SCAN-IDX > WS-NEW-FIRST
043200                     COMPUTE WS-NEW-LAST = WS-SCAN-IDX - 1
043300                 END-IF
043400             END-IF
043500         END-IF
043600     END-PERFORM.
043700
043800* RESOLVES THE DISCRIMINATOR (NAMED FIELD LOOKED UP IN BOTH
043900* TABLES, OR THE RULES FILE'S FIXED OFFSET ON BOTH SIDES) AND
044000* CHECKS EVERY RULE'S 01 NUMBER EXISTS IN BOTH COPYBOOKS AND
044100* FITS THE CONVERSION BUFFER.
044200 PREPARE-TYPE-RULES.
044300     MOVE "N" TO WS-RULE-BAD-SW
044400     MOVE WS-RULE-DISC-OFF TO WS-DISC-OFF-O
044500     MOVE WS-RULE-DISC-OFF TO WS-DISC-OFF-N
044600     IF WS-RULE-DISC-FIELD NOT = SPACES
044700         MOVE 0 TO WS-FOUND-IDX
044800         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
044900                   UNTIL WS-SCAN-IDX > WS-FLD-COUNT-O
045000                      OR WS-FOUND-IDX > 0
045100             IF FUNCTION TRIM(FLD-NAME-O(WS-SCAN-IDX)) =
045200                FUNCTION TRIM(WS-RULE-DISC-FIELD)
045300                 MOVE WS-SCAN-IDX TO WS-FOUND-IDX
045400             END-IF
045500         END-PERFORM
045600         IF WS-FOUND-IDX = 0
045700             DISPLAY "CPYCONV: DISCRIMINATOR FIELD "
045800                 FUNCTION TRIM(WS-RULE-DISC-FIELD)
045900                 " NOT IN " FUNCTION TRIM(LS-OLD-PATH)
046000             MOVE "Y" TO WS-RULE-BAD-SW
046100         ELSE
046200             MOVE FLD-OFFSET-O(WS-FOUND-IDX) TO WS-DISC-OFF-O
046300             MOVE FLD-ELEM-LEN-O(WS-FOUND-IDX)
046400                  TO WS-RULE-DISC-LEN
046500         END-IF
046600         MOVE 0 TO WS-FOUND-IDX
046700         PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
046800                   UNTIL WS-SCAN-IDX > WS-FLD-COUNT-N
046900                      OR WS-FOUND-IDX > 0
047000             IF FUNCTION TRIM(FLD-NAME-N(WS-SCAN-IDX)) =
047100                FUNCTION TRIM(WS-RULE-DISC-FIELD)
047200                 MOVE WS-SCAN-IDX TO WS-FOUND-IDX
047300             END-IF
047400         END-PERFORM
047500         IF WS-FOUND-IDX = 0
047600             DISPLAY "CPYCONV: DISCRIMINATOR FIELD "
047700                 FUNCTION TRIM(WS-RULE-DISC-FIELD)
047800                 " NOT IN " FUNCTION TRIM(LS-NEW-PATH)
047900             MOVE "Y" TO WS-RULE-BAD-SW
048000         ELSE
048100             MOVE FLD-OFFSET-N(WS-FOUND-IDX) TO WS-DISC-OFF-N
048200         END-IF
048300     END-IF
048400     IF WS-RULE-DISC-LEN = 0 OR WS-RULE-DISC-LEN > 8
048500         MOVE 1 TO WS-RULE-DISC-LEN
048600     END-IF
048700     MOVE 0 TO WS-01-TOTAL-O
048800     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
048900               UNTIL WS-SCAN-IDX > WS-FLD-COUNT-O
049000         IF FLD-LEVEL-O(WS-SCAN-IDX) = 1
049100             ADD 1 TO WS-01-TOTAL-O
049200         END-IF
049300     END-PERFORM
049400     MOVE 0 TO WS-01-TOTAL-N
049500     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
049600               UNTIL WS-SCAN-IDX > WS-FLD-COUNT-N
049700         IF FLD-LEVEL-N(WS-SCAN-IDX) = 1
049800             ADD 1 TO WS-01-TOTAL-N
049900         END-IF
050000     END-PERFORM
050100     PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
050200               UNTIL WS-RULE-IDX > WS-RULE-COUNT
050300         IF WS-RULE-RECORD-NO(WS-RULE-IDX) = 0
050400           OR WS-RULE-RECORD-NO(WS-RULE-IDX) > WS-01-TOTAL-O
050500           OR WS-RULE-RECORD-NO(WS-RULE-IDX) > WS-01-TOTAL-N
050600             DISPLAY "CPYCONV: RULE TYPE "
050700                 FUNCTION TRIM(WS-RULE-VALUE(WS-RULE-IDX))
050800                 " NAMES 01 NUMBER "
050900                 WS-RULE-RECORD-NO(WS-RULE-IDX)
051000                 " - COPYBOOKS HAVE " WS-01-TOTAL-O
051100                 " AND " WS-01-TOTAL-N
051200             MOVE "Y" TO WS-RULE-BAD-SW
051300         ELSE
051400             MOVE WS-RULE-RECORD-NO(WS-RULE-IDX)
051500                  TO WS-WANT-REC-NO
051600             PERFORM SET-OLD-RANGE
051700             PERFORM SET-NEW-RANGE
051800             IF FLD-LEN-MAX-O(WS-OLD-FIRST) > 9999
051900               OR FLD-LEN-MAX-N(WS-NEW-FIRST) > 9999
052000                 DISPLAY "CPYCONV: RECORD LARGER THAN THE"
052100                     " CONVERSION BUFFER FOR TYPE "
052200                     FUNCTION TRIM(WS-RULE-VALUE(WS-RULE-IDX))
052300                 MOVE "Y" TO WS-RULE-BAD-SW
052400             END-IF
052500         END-IF
052600     END-PERFORM.
052700
052800* POINTS WS-OLD-FIRST/WS-OLD-LAST AT THE WS-WANT-REC-NO'TH
052900* 01 LEVEL OF THE OLD TABLE.
053000 SET-OLD-RANGE.
053100     MOVE 0 TO WS-OLD-FIRST
053200     MOVE 0 TO WS-OLD-LAST
053300     MOVE 0 TO WS-01-SEEN
053400     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
053500               UNTIL WS-SCAN-IDX > WS-FLD-COUNT-O
053600         IF FLD-LEVEL-O(WS-SCAN-IDX) = 1
053700             ADD 1 TO WS-01-SEEN
053800             IF WS-01-SEEN = WS-WANT-REC-NO
053900                 MOVE WS-SCAN-IDX TO WS-OLD-FIRST
054000                 MOVE WS-FLD-COUNT-O TO WS-OLD-LAST
054100             ELSE
054200                 IF WS-01-SEEN = WS-WANT-REC-NO + 1
054300                     COMPUTE WS-OLD-LAST = WS-SCAN-IDX - 1
054400                 END-IF
054500             END-IF
054600         END-IF
054700     END-PERFORM.
054800
054900* SAME FOR THE NEW TABLE.
055000 SET-NEW-RANGE.
055100     MOVE 0 TO WS-NEW-FIRST
055200     MOVE 0 TO WS-NEW-LAST
055300     MOVE 0 TO WS-01-SEEN
055400     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
055500               UNTIL WS-SCAN-IDX > WS-FLD-COUNT-N
055600         IF FLD-LEVEL-N(WS-SCAN-IDX) = 1
055700             ADD 1 TO WS-01-SEEN
055800             IF WS-01-SEEN = WS-WANT-REC-NO
055900                 MOVE WS-SCAN-IDX TO WS-NEW-FIRST
056000                 MOVE WS-FLD-COUNT-N TO WS-NEW-LAST
056100             ELSE
056200                 IF WS-01-SEEN = WS-WANT-REC-NO + 1
056300                     COMPUTE WS-NEW-LAST = WS-SCAN-IDX - 1
056400                 END-IF
056500             END-IF
056600         END-IF
056700     END-PERFORM.
056800
056900* ONE AUDIT SECTION PER TYPE RULE, EMITTED BEFORE THE DATA PASS:
057000* THE TYPE'S OLD/NEW PAIR IS BUILT WITH THE REPORT SWITCHED ON,
057100* SO ADDED/DROPPED/STRIDE NOTES APPEAR ONCE PER TYPE. THE LAST
057200* PAIR BUILT STAYS LOADED FOR THE DATA PASS, WHICH RELOADS
057300* PAIRS QUIETLY AS THE RECORD TYPE CHANGES.
057400 REPORT-TYPE-PAIRS.
057500     PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
057600               UNTIL WS-RULE-IDX > WS-RULE-COUNT
057700         MOVE SPACES TO WS-OUT-LINE
057800         STRING "TYPE '"
057900                FUNCTION TRIM(WS-RULE-VALUE(WS-RULE-IDX))
058000                "' -> 01 NUMBER "
058100                WS-RULE-RECORD-NO(WS-RULE-IDX)
058200                DELIMITED BY SIZE INTO WS-OUT-LINE
058300         PERFORM EMIT-LINE
058400         PERFORM LOAD-TYPE-PAIR
058500         MOVE SPACES TO WS-OUT-LINE
058600         PERFORM EMIT-LINE
058700     END-PERFORM.
058800
058900* LOADS THE TEMPLATE AND MOVE LIST OF RULE WS-RULE-IDX'S
059000* OLD/NEW 01 PAIR AND REMEMBERS IT AS THE CURRENT ONE.
059100 LOAD-TYPE-PAIR.
059200     MOVE WS-RULE-RECORD-NO(WS-RULE-IDX) TO WS-WANT-REC-NO
059300     PERFORM SET-OLD-RANGE
059400     PERFORM SET-NEW-RANGE
059500     MOVE ZERO TO WS-MOVE-COUNT
059600     PERFORM BUILD-TEMPLATE
059700     PERFORM BUILD-MOVE-LIST
059800     MOVE FLD-LEN-MAX-N(WS-NEW-FIRST) TO WS-DATA-OUT-LEN
059900     MOVE WS-RULE-IDX TO WS-CUR-RULE.
060000
060100* MATCHES THE INPUT RECORD'S TYPE BYTES AGAINST THE RULES AND,
060200* WHEN THE TYPE DIFFERS FROM THE PREVIOUS RECORD'S, RELOADS THE
060300* OLD/NEW PAIR WITH THE REPORT SWITCHED OFF - THE SECTIONS WERE
060400* ALREADY EMITTED ONCE BY REPORT-TYPE-PAIRS. AN UNMATCHED TYPE
060500* DROPS THE RECORD AND COUNTS IT FOR THE AUDIT TOTALS.
060600 SELECT-CONV-LAYOUT.
060700     MOVE 0 TO WS-FOUND-IDX
060800     IF WS-DISC-OFF-O + WS-RULE-DISC-LEN - 1 <= WS-DATA-IN-LEN
060900         MOVE WS-IN-RECORD(WS-DISC-OFF-O:WS-RULE-DISC-LEN)
061000              TO WS-DISC-WORK
061100         IF WS-ENC = "EBCDIC"
061200*            THE RULES FILE IS ASCII - TRANSLATE THE RECORD'S
061300*            TYPE BYTES BEFORE MATCHING THEM.
061400             MOVE WS-DISC-WORK TO WS-TRAN-TEXT
061500             MOVE WS-RULE-DISC-LEN TO WS-TRAN-LEN
061600             PERFORM TRANSLATE-E2A-TEXT
061700             MOVE WS-TRAN-TEXT(1:8) TO WS-DISC-WORK
061800         END-IF
061900         PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
062000                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
062100                      OR WS-FOUND-IDX > 0
062200             IF WS-DISC-WORK(1:WS-RULE-DISC-LEN) =
062300                WS-RULE-VALUE(WS-RULE-IDX)(1:WS-RULE-DISC-LEN)
062400                 MOVE WS-RULE-IDX TO WS-FOUND-IDX
062500             END-IF
062600         END-PERFORM
062700     END-IF
062800     IF WS-FOUND-IDX = 0
062900         MOVE "N" TO WS-LAYOUT-OK-SW
063000         ADD 1 TO WS-UNMATCHED-COUNT
063100     ELSE
063200         IF WS-FOUND-IDX NOT = WS-CUR-RULE
063300             MOVE WS-FOUND-IDX TO WS-RULE-IDX
063400             MOVE "Y" TO WS-LIST-QUIET-SW
063500             PERFORM LOAD-TYPE-PAIR
063600             MOVE "N" TO WS-LIST-QUIET-SW
063700         END-IF
063800     END-IF.
063900
064000* TRANSLATES THE FIRST WS-TRAN-LEN BYTES OF WS-TRAN-TEXT FROM
064100* EBCDIC TO ASCII THROUGH THE EBCTAB TABLE.
064200 TRANSLATE-E2A-TEXT.
064300     PERFORM VARYING WS-TRAN-IDX FROM 1 BY 1
064400               UNTIL WS-TRAN-IDX > WS-TRAN-LEN
064500         MOVE WS-TRAN-TEXT(WS-TRAN-IDX:1) TO WS-TR-BYTE
064600         COMPUTE WS-TR-VAL = FUNCTION ORD(WS-TR-BYTE)
064700         MOVE WS-E2A-BYTE(WS-TR-VAL)
064800              TO WS-TRAN-TEXT(WS-TRAN-IDX:1)
064900     END-PERFORM.
065000
065100* TRANSLATES WS-TR-LEN BYTES OF THE OUTPUT RECORD, STARTING AT
065200* WS-TR-OFF, FROM EBCDIC TO ASCII IN PLACE - HOW A MOVED TEXT
065300* FIELD BECOMES READABLE ON THIS SIDE.
065400 TRANSLATE-OUT-RANGE.
065500     PERFORM VARYING WS-TR-IDX FROM WS-TR-OFF BY 1
065600               UNTIL WS-TR-IDX > WS-TR-OFF + WS-TR-LEN - 1
065700         MOVE WS-OUT-RECORD(WS-TR-IDX:1) TO WS-TR-BYTE
065800         COMPUTE WS-TR-VAL = FUNCTION ORD(WS-TR-BYTE)
065900         MOVE WS-E2A-BYTE(WS-TR-VAL)
066000              TO WS-OUT-RECORD(WS-TR-IDX:1)
066100     END-PERFORM.
066200
066300 OPEN-DESTINATION.
066400     IF LS-REPORT-PATH = SPACES OR LS-REPORT-PATH = "SYSOUT"
066500         MOVE "Y" TO WS-TO-SCREEN
066600     ELSE
066700         MOVE "N" TO WS-TO-SCREEN
066800         MOVE LS-REPORT-PATH TO WS-OUT-PATH
066900         OPEN OUTPUT RPT-OUT-FILE
067000     END-IF.
067100
067200 CLOSE-DESTINATION.
067300     IF WS-TO-SCREEN = "N"
067400         CLOSE RPT-OUT-FILE
067500     END-IF.
067600
067700 EMIT-LINE.
067800     IF WS-LIST-QUIET-SW = "Y"
067900         CONTINUE
068000     ELSE
068100         IF WS-TO-SCREEN = "Y"
068200             DISPLAY FUNCTION TRIM(WS-OUT-LINE)
068300         ELSE
068400             MOVE WS-OUT-LINE TO RPT-OUT-REC
068500             WRITE RPT-OUT-REC
068600         END-IF
068700     END-IF.
068800
068900 WRITE-REPORT-HEADER.
069000     MOVE SPACES TO WS-OUT-LINE
069100     STRING "LAYOUT CONVERSION - "
069200            FUNCTION TRIM(LS-OLD-PATH)
069300            " -> " FUNCTION TRIM(LS-NEW-PATH)
069400            DELIMITED BY SIZE INTO WS-OUT-LINE
069500     PERFORM EMIT-LINE
069600     MOVE SPACES TO WS-OUT-LINE
069700     STRING "DATA " FUNCTION TRIM(LS-DATA-IN-PATH)
069800            " -> " FUNCTION TRIM(LS-DATA-OUT-PATH)
069900            DELIMITED BY SIZE INTO WS-OUT-LINE
070000     PERFORM EMIT-LINE
070100     MOVE ALL "-" TO WS-OUT-LINE
070200     PERFORM EMIT-LINE.
070300
070400* THE NEW-LAYOUT RECORD IMAGE EVERY OUTPUT RECORD STARTS FROM:
070500* EVERY ELEMENTARY FIELD INITIALIZED PER ITS PICTURE, THE SAME
070600* DEFAULTS CPYGEN GENERATES.
070700 BUILD-TEMPLATE.
070800     MOVE SPACES TO WS-TEMPLATE
070900     PERFORM VARYING WS-IDX FROM WS-NEW-FIRST BY 1
071000               UNTIL WS-IDX > WS-NEW-LAST
071100         IF FLD-IS-GROUP-N(WS-IDX) = "N"
071200             PERFORM INIT-ONE-FIELD
071300         END-IF
071400     END-PERFORM
071500     PERFORM REPLICATE-GROUP-OCCURS.
071600
071700* A GROUP TABLE IS INITIALIZED IN ITS FIRST OCCURRENCE ONLY, SO
071800* THAT OCCURRENCE'S BYTES ARE COPIED INTO OCCURRENCES 2..N. THE
071900* TABLE IS WALKED BACKWARDS SO AN INNER GROUP TABLE IS
072000* REPLICATED BEFORE THE OUTER ONE COPIES IT.
072100 REPLICATE-GROUP-OCCURS.
072200     PERFORM VARYING WS-IDX FROM WS-NEW-LAST BY -1
072300               UNTIL WS-IDX < WS-NEW-FIRST
072400         IF FLD-IS-GROUP-N(WS-IDX) = "Y"
072500           AND FLD-OCCURS-MAX-N(WS-IDX) > 1
072600             COMPUTE WS-GRP-STRIDE = FLD-LEN-MAX-N(WS-IDX)
072700                 / FLD-OCCURS-MAX-N(WS-IDX)
072800             IF WS-GRP-STRIDE > 0
072900                 PERFORM VARYING WS-OCC FROM 2 BY 1
073000                           UNTIL WS-OCC
073100                                 > FLD-OCCURS-MAX-N(WS-IDX)
073200                     COMPUTE WS-FLD-OFF = FLD-OFFSET-N(WS-IDX)
073300                         + (WS-OCC - 1) * WS-GRP-STRIDE
073400                     MOVE WS-TEMPLATE(FLD-OFFSET-N(WS-IDX):
073500                         WS-GRP-STRIDE)
073600                         TO WS-TEMPLATE(WS-FLD-OFF:
073700                             WS-GRP-STRIDE)
073800                 END-PERFORM
073900             END-IF
074000         END-IF
074100     END-PERFORM.
074200
074300 INIT-ONE-FIELD.
074400     IF FLD-OCCURS-MAX-N(WS-IDX) = 0
074500         MOVE 1 TO WS-OCC-COUNT
074600     ELSE
074700         MOVE FLD-OCCURS-MAX-N(WS-IDX) TO WS-OCC-COUNT
074800     END-IF
074900     PERFORM VARYING WS-OCC FROM 1 BY 1
075000               UNTIL WS-OCC > WS-OCC-COUNT
075100         COMPUTE WS-FLD-OFF = FLD-OFFSET-N(WS-IDX)
075200             + (WS-OCC - 1) * FLD-ELEM-LEN-N(WS-IDX)
075300         EVALUATE FLD-USAGE-N(WS-IDX)
075400             WHEN "DISPLAY"
075500                 PERFORM CHECK-PIC-NUMERIC
075600                 IF WS-PIC-NUMERIC
075700                   AND FLD-ELEM-LEN-N(WS-IDX) > 0
075800                     MOVE ALL "0" TO WS-TEMPLATE(WS-FLD-OFF:
075900                         FLD-ELEM-LEN-N(WS-IDX))
076000                 END-IF
076100             WHEN "COMP-3"
076200                 PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF
076300                           BY 1 UNTIL WS-BYTE-IDX > WS-FLD-OFF
076400                           + FLD-ELEM-LEN-N(WS-IDX) - 1
076500                     MOVE LOW-VALUE
076600                          TO WS-TEMPLATE(WS-BYTE-IDX:1)
076700                 END-PERFORM
076800                 COMPUTE WS-BYTE-IDX = WS-FLD-OFF
076900                     + FLD-ELEM-LEN-N(WS-IDX) - 1
077000                 MOVE FUNCTION CHAR(13)
077100                      TO WS-TEMPLATE(WS-BYTE-IDX:1)
077200             WHEN OTHER
077300                 PERFORM VARYING WS-BYTE-IDX FROM WS-FLD-OFF
077400                           BY 1 UNTIL WS-BYTE-IDX > WS-FLD-OFF
077500                           + FLD-ELEM-LEN-N(WS-IDX) - 1
077600                     MOVE LOW-VALUE
077700                          TO WS-TEMPLATE(WS-BYTE-IDX:1)
077800                 END-PERFORM
077900         END-EVALUATE
078000     END-PERFORM.
078100
078200* THE SAME DISPLAY-NUMERIC RULE CPYVERIF AND CPYGEN USE, READ
078300* AGAINST THE NEW TABLE.
078400 CHECK-PIC-NUMERIC.
078500     MOVE "N" TO WS-PIC-NUMERIC-SW
078600     IF FLD-PIC-STRING-N(WS-IDX) = SPACES
078700         CONTINUE
078800     ELSE
078900         MOVE "Y" TO WS-PIC-NUMERIC-SW
079000         COMPUTE WS-PIC-SCAN-LEN = FUNCTION LENGTH(
079100             FUNCTION TRIM(FLD-PIC-STRING-N(WS-IDX)))
079200         PERFORM VARYING WS-PIC-SCAN FROM 1 BY 1
079300                   UNTIL WS-PIC-SCAN > WS-PIC-SCAN-LEN
079400             MOVE FLD-PIC-STRING-N(WS-IDX)(WS-PIC-SCAN:1)
079500                  TO WS-PIC-CHAR
079600             IF WS-PIC-CHAR NOT = "9" AND WS-PIC-CHAR NOT = "S"
079700               AND WS-PIC-CHAR NOT = "V" AND WS-PIC-CHAR NOT = "P"
079800               AND WS-PIC-CHAR NOT = "(" AND WS-PIC-CHAR NOT = ")"
079900               AND WS-PIC-CHAR NOT NUMERIC
080000                 MOVE "N" TO WS-PIC-NUMERIC-SW
080100             END-IF
080200         END-PERFORM
080300     END-IF.
080400
080500* ONE PASS OVER BOTH TABLES BEFORE ANY DATA MOVES: EVERY
080600* ELEMENTARY NEW FIELD IS MATCHED BY NAME AGAINST THE OLD
080700* RECORD (FILLER NEVER MATCHES), THE BYTE MOVES ARE LISTED IN
080800* THE MOVE TABLE, AND THE ADDED/DROPPED FIELDS ARE REPORTED.
080900 BUILD-MOVE-LIST.
081000     PERFORM VARYING WS-IDX FROM WS-NEW-FIRST BY 1
081100               UNTIL WS-IDX > WS-NEW-LAST
081200         IF FLD-IS-GROUP-N(WS-IDX) = "N"
081300           AND FLD-NAME-N(WS-IDX) NOT = "FILLER"
081400             PERFORM MATCH-ONE-NEW-FIELD
081500         END-IF
081600     END-PERFORM
081700     PERFORM VARYING WS-IDX FROM WS-OLD-FIRST BY 1
081800               UNTIL WS-IDX > WS-OLD-LAST
081900         IF FLD-IS-GROUP-O(WS-IDX) = "N"
082000           AND FLD-NAME-O(WS-IDX) NOT = "FILLER"
082100             PERFORM CHECK-DROPPED-FIELD
082200         END-IF
082300     END-PERFORM.
082400
082500 MATCH-ONE-NEW-FIELD.
082600     MOVE 0 TO WS-FOUND-IDX
082700     PERFORM VARYING WS-SCAN-IDX FROM WS-OLD-FIRST BY 1
082800               UNTIL WS-SCAN-IDX > WS-OLD-LAST
082900                  OR WS-FOUND-IDX > 0
083000         IF FLD-IS-GROUP-O(WS-SCAN-IDX) = "N"
083100           AND FLD-NAME-O(WS-SCAN-IDX) = FLD-NAME-N(WS-IDX)
083200             MOVE WS-SCAN-IDX TO WS-FOUND-IDX
083300         END-IF
083400     END-PERFORM
083500     IF WS-FOUND-IDX = 0
083600         MOVE SPACES TO WS-OUT-LINE
083700         STRING "NEW      "
083800                FUNCTION TRIM(FLD-NAME-N(WS-IDX))
083900                " INITIALIZED PER ITS PICTURE"
084000                DELIMITED BY SIZE INTO WS-OUT-LINE
084100         PERFORM EMIT-LINE
084200     ELSE
084300         IF WS-MOVE-COUNT < 300
084400             ADD 1 TO WS-MOVE-COUNT
084500             MOVE FLD-OFFSET-O(WS-FOUND-IDX)
084600                  TO WS-MOVE-OLD-OFF(WS-MOVE-COUNT)
084700             MOVE FLD-OFFSET-N(WS-IDX)
084800                  TO WS-MOVE-NEW-OFF(WS-MOVE-COUNT)
084900             IF FLD-LEN-MAX-O(WS-FOUND-IDX)
085000                     < FLD-LEN-MAX-N(WS-IDX)
085100                 MOVE FLD-LEN-MAX-O(WS-FOUND-IDX)
085200                      TO WS-MOVE-LEN(WS-MOVE-COUNT)
085300             ELSE
085400                 MOVE FLD-LEN-MAX-N(WS-IDX)
085500                      TO WS-MOVE-LEN(WS-MOVE-COUNT)
085600             END-IF
085700             MOVE FLD-NAME-N(WS-IDX)
085800                  TO WS-MOVE-NAME(WS-MOVE-COUNT)
085900             IF WS-ENC = "EBCDIC"
086000               AND FLD-USAGE-O(WS-FOUND-IDX) = "DISPLAY"
086100                 MOVE "Y" TO WS-MOVE-TEXT-SW(WS-MOVE-COUNT)
086200             ELSE
086300                 MOVE "N" TO WS-MOVE-TEXT-SW(WS-MOVE-COUNT)
086400             END-IF
086500             IF FLD-OCCURS-MAX-N(WS-IDX) > 0
086600               AND FLD-ELEM-LEN-N(WS-IDX) NOT =
086700                   FLD-ELEM-LEN-O(WS-FOUND-IDX)
086800                 MOVE SPACES TO WS-OUT-LINE
086900                 STRING "WARNING  "
087000                        FUNCTION TRIM(FLD-NAME-N(WS-IDX))
087100                        " TABLE STRIDE CHANGED - CONTENT"
087200                        " MOVES AS RAW BYTES"
087300                        DELIMITED BY SIZE INTO WS-OUT-LINE
087400                 PERFORM EMIT-LINE
087500             END-IF
087600         ELSE
087700             DISPLAY "CPYCONV: MOVE TABLE FULL - "
087800                 FUNCTION TRIM(FLD-NAME-N(WS-IDX))
087900                 " NOT CONVERTED"
088000         END-IF
088100     END-IF.
088200
088300 CHECK-DROPPED-FIELD.
088400     MOVE 0 TO WS-FOUND-IDX
088500     PERFORM VARYING WS-SCAN-IDX FROM WS-NEW-FIRST BY 1
088600               UNTIL WS-SCAN-IDX > WS-NEW-LAST
088700                  OR WS-FOUND-IDX > 0
088800         IF FLD-IS-GROUP-N(WS-SCAN-IDX) = "N"
088900           AND FLD-NAME-N(WS-SCAN-IDX) = FLD-NAME-O(WS-IDX)
089000             MOVE WS-SCAN-IDX TO WS-FOUND-IDX
089100         END-IF
089200     END-PERFORM
089300     IF WS-FOUND-IDX = 0
089400         MOVE SPACES TO WS-OUT-LINE
089500         STRING "DROPPED  "
089600                FUNCTION TRIM(FLD-NAME-O(WS-IDX))
089700                " (OLD OFFSET " FLD-OFFSET-O(WS-IDX)
089800                ", " FLD-LEN-MAX-O(WS-IDX) " BYTES)"
089900                DELIMITED BY SIZE INTO WS-OUT-LINE
090000         PERFORM EMIT-LINE
090100     END-IF.
090200
090300 CONVERT-ONE-RECORD.
090400     MOVE WS-TEMPLATE TO WS-OUT-RECORD
090500     IF WS-DATA-IN-LEN < FLD-LEN-MAX-O(WS-OLD-FIRST)
090600         ADD 1 TO WS-SHORT-COUNT
090700     END-IF
090800     PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
090900               UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
091000         IF WS-MOVE-OLD-OFF(WS-MOVE-IDX)
091100                 + WS-MOVE-LEN(WS-MOVE-IDX) - 1
091200                 <= WS-DATA-IN-LEN
091300             MOVE WS-IN-RECORD(WS-MOVE-OLD-OFF(WS-MOVE-IDX):
091400                 WS-MOVE-LEN(WS-MOVE-IDX))
091500                 TO WS-OUT-RECORD(WS-MOVE-NEW-OFF(WS-MOVE-IDX):
091600                     WS-MOVE-LEN(WS-MOVE-IDX))
091700             IF WS-MOVE-TEXT-SW(WS-MOVE-IDX) = "Y"
091800                 MOVE WS-MOVE-NEW-OFF(WS-MOVE-IDX) TO WS-TR-OFF
091900                 MOVE WS-MOVE-LEN(WS-MOVE-IDX) TO WS-TR-LEN
092000                 PERFORM TRANSLATE-OUT-RANGE
092100             END-IF
092200         END-IF
092300     END-PERFORM
092400     IF RULES-OK
092500       AND WS-DISC-OFF-O + WS-RULE-DISC-LEN - 1
092600               <= WS-DATA-IN-LEN
092700*        THE TYPE CODE MUST SURVIVE EVEN WHEN THE DISCRIMINATOR
092800*        IS A FILLER THE NAME MATCHING WOULD NEVER MOVE.
092900         MOVE WS-IN-RECORD(WS-DISC-OFF-O:WS-RULE-DISC-LEN)
093000              TO WS-OUT-RECORD(WS-DISC-OFF-N:WS-RULE-DISC-LEN)
093100         IF WS-ENC = "EBCDIC"
093200             MOVE WS-DISC-OFF-N TO WS-TR-OFF
093300             MOVE WS-RULE-DISC-LEN TO WS-TR-LEN
093400             PERFORM TRANSLATE-OUT-RANGE
093500         END-IF
093600     END-IF
093700     MOVE WS-OUT-RECORD(1:WS-DATA-OUT-LEN) TO DATA-OUT-REC
093800     WRITE DATA-OUT-REC
093900     IF WS-DATA-OUT-STATUS NOT = "00"
094000         DISPLAY "CPYCONV: WRITE FAILED WITH STATUS "
094100             WS-DATA-OUT-STATUS " AT RECORD " WS-REC-COUNT
094200         SET WS-EOF TO TRUE
094300     END-IF.
094400
094500 WRITE-REPORT-TOTALS.
094600     MOVE ALL "-" TO WS-OUT-LINE
094700     PERFORM EMIT-LINE
094800     MOVE WS-MOVE-COUNT TO WS-CNT-DISP
094900     MOVE SPACES TO WS-OUT-LINE
095000     STRING "FIELDS MOVED PER RECORD="
095100            FUNCTION TRIM(WS-CNT-DISP)
095200            DELIMITED BY SIZE INTO WS-OUT-LINE
095300     PERFORM EMIT-LINE
095400     COMPUTE WS-CONV-COUNT = WS-REC-COUNT - WS-UNMATCHED-COUNT
095500     MOVE WS-CONV-COUNT TO WS-CNT-DISP
095600     MOVE SPACES TO WS-OUT-LINE
095700     STRING "RECORDS CONVERTED="
095800            FUNCTION TRIM(WS-CNT-DISP)
095900            DELIMITED BY SIZE INTO WS-OUT-LINE
096000     PERFORM EMIT-LINE
096100     IF WS-UNMATCHED-COUNT > 0
096200         MOVE WS-UNMATCHED-COUNT TO WS-CNT-DISP
096300         MOVE SPACES TO WS-OUT-LINE
096400         STRING "RECORDS DROPPED - TYPE MATCHED NO RULE="
096500                FUNCTION TRIM(WS-CNT-DISP)
096600                DELIMITED BY SIZE INTO WS-OUT-LINE
096700         PERFORM EMIT-LINE
096800     END-IF
096900     IF WS-SHORT-COUNT > 0
097000         MOVE WS-SHORT-COUNT TO WS-CNT-DISP
097100         MOVE SPACES TO WS-OUT-LINE
097200         STRING "RECORDS SHORTER THAN THE OLD LAYOUT="
097300                FUNCTION TRIM(WS-CNT-DISP)
097400                " (MISSING FIELDS LEFT AT THEIR DEFAULTS)"
097500                DELIMITED BY SIZE INTO WS-OUT-LINE
097600         PERFORM EMIT-LINE
097700     END-IF.
