019900                   FLD-ELEM-LEN BY FLD-ELEM-LEN-A
020000                   FLD-LEN-MAX  BY FLD-LEN-MAX-A
020100                   FLD-LEN-MIN  BY FLD-LEN-MIN-A
020200                   FLD-OFFSET   BY FLD-OFFSET-A
020300                   FLD-DOM-FIRST BY FLD-DOM-FIRST-A
020400                   FLD-DOM-COUNT BY FLD-DOM-COUNT-A
020500                   WS-DOM-COUNT BY WS-DOM-COUNT-A
020600                   WS-DOM-ENTRY BY WS-DOM-ENTRY-A
020700                   DOM-FLD      BY DOM-FLD-A
020800                   DOM-NAME     BY DOM-NAME-A
020900                   DOM-LOW-KIND BY DOM-LOW-KIND-A
021000                   DOM-LOW      BY DOM-LOW-A
021100                   DOM-HIGH-KIND BY DOM-HIGH-KIND-A
021200                   DOM-HIGH     BY DOM-HIGH-A.
021300     COPY "FLDTAB.cpy"
021400         REPLACING WS-FLD-TABLE BY WS-FLD-TABLE-B
021500                   WS-FLD-COUNT BY WS-FLD-COUNT-B
021600                   WS-FLD-ENTRY BY WS-FLD-ENTRY-B
021700                   FLD-IDX      BY FLD-IDX-B
021800                   FLD-LEVEL    BY FLD-LEVEL-B
021900                   FLD-NAME     BY FLD-NAME-B
022000                   FLD-PIC-STRING BY FLD-PIC-STRING-B
022100                   FLD-USAGE    BY FLD-USAGE-B
022200                   FLD-REDEFINES BY FLD-REDEFINES-B
022300                   FLD-OCCURS-MAX BY FLD-OCCURS-MAX-B
022400                   FLD-DEPENDING-ON BY FLD-DEPENDING-ON-B
022500                   FLD-IS-GROUP BY FLD-IS-GROUP-B
022600                   FLD-SYNC     BY FLD-SYNC-B
022700                   FLD-ELEM-LEN BY FLD-ELEM-LEN-B
022800                   FLD-LEN-MAX  BY FLD-LEN-MAX-B
022900                   FLD-LEN-MIN  BY FLD-LEN-MIN-B
023000                   FLD-OFFSET   BY FLD-OFFSET-B
023100                   FLD-DOM-FIRST BY FLD-DOM-FIRST-B
023200                   FLD-DOM-COUNT BY FLD-DOM-COUNT-B
023300                   WS-DOM-COUNT BY WS-DOM-COUNT-B
023400                   WS-DOM-ENTRY BY WS-DOM-ENTRY-B
023500                   DOM-FLD      BY DOM-FLD-B
023600                   DOM-NAME     BY DOM-NAME-B
023700                   DOM-LOW-KIND BY DOM-LOW-KIND-B
023800                   DOM-LOW      BY DOM-LOW-B
023900                   DOM-HIGH-KIND BY DOM-HIGH-KIND-B
024000                   DOM-HIGH     BY DOM-HIGH-B.
024100     COPY "SIZERES.cpy"
024200         REPLACING WS-SIZING-RESULT BY WS-SIZING-RESULT-A
024300                   WS-RESULT-STATUS BY WS-RESULT-STATUS-A
024400                   RESULT-OK BY RESULT-OK-A
024500                   RESULT-FILE-ERROR BY RESULT-FILE-ERROR-A
024600                   WS-RESULT-RECORD-COUNT BY
024700                       WS-RESULT-RECORD-COUNT-A
024800                   WS-RESULT-TOTAL-MAX BY WS-RESULT-TOTAL-MAX-A
024900                   WS-RESULT-TOTAL-MIN BY WS-RESULT-TOTAL-MIN-A
025000                   WS-RESULT-LARGEST-NAME BY
025100                       WS-RESULT-LARGEST-NAME-A
025200                   WS-RESULT-LARGEST-LEN BY
025300                       WS-RESULT-LARGEST-LEN-A
025400                   WS-RESULT-OCCURS-COUNT BY
025500                       WS-RESULT-OCCURS-COUNT-A
025600                   WS-RESULT-DEPENDING-COUNT BY
025700                       WS-RESULT-DEPENDING-COUNT-A
025800                   WS-RESULT-OVER-LIMIT BY
025900                       WS-RESULT-OVER-LIMIT-A
026000                   RESULT-IS-OVER-LIMIT BY
026100                       RESULT-IS-OVER-LIMIT-A
026200                   WS-RESULT-OVER-RECORD BY
026300                       WS-RESULT-OVER-RECORD-A
026400                   WS-RESULT-OVER-FIELD BY
026500                       WS-RESULT-OVER-FIELD-A
026600                   WS-RESULT-OVER-BY BY WS-RESULT-OVER-BY-A.
026700     COPY "SIZERES.cpy"
026800         REPLACING WS-SIZING-RESULT BY WS-SIZING-RESULT-B
026900                   WS-RESULT-STATUS BY WS-RESULT-STATUS-B
027000                   RESULT-OK BY RESULT-OK-B
027100                   RESULT-FILE-ERROR BY RESULT-FILE-ERROR-B
027200                   WS-RESULT-RECORD-COUNT BY
027300                       WS-RESULT-RECORD-COUNT-B
027400                   WS-RESULT-TOTAL-MAX BY WS-RESULT-TOTAL-MAX-B
027500                   WS-RESULT-TOTAL-MIN BY WS-RESULT-TOTAL-MIN-B
027600                   WS-RESULT-LARGEST-NAME BY
027700                       WS-RESULT-LARGEST-NAME-B
027800                   WS-RESULT-LARGEST-LEN BY
027900                       WS-RESULT-LARGEST-LEN-B
028000                   WS-RESULT-OCCURS-COUNT BY
028100                       WS-RESULT-OCCURS-COUNT-B
028200                   WS-RESULT-DEPENDING-COUNT BY
028300                       WS-RESULT-DEPENDING-COUNT-B
028400                   WS-RESULT-OVER-LIMIT BY
028500                       WS-RESULT-OVER-LIMIT-B
028600                   RESULT-IS-OVER-LIMIT BY
028700                       RESULT-IS-OVER-LIMIT-B
028800                   WS-RESULT-OVER-RECORD BY
028900                       WS-RESULT-OVER-RECORD-B
029000                   WS-RESULT-OVER-FIELD BY
029100                       WS-RESULT-OVER-FIELD-B
029200                   WS-RESULT-OVER-BY BY WS-RESULT-OVER-BY-B.
029300
029400 LINKAGE SECTION.
029500 01  LS-OLD-PATH                           PIC X(200).
029600 01  LS-NEW-PATH                           PIC X(200).
029700 01  LS-OUTPUT-PATH                        PIC X(200).
029800 01  LS-DIALECT                            PIC X(8).
029900
030000 PROCEDURE DIVISION USING LS-OLD-PATH LS-NEW-PATH LS-OUTPUT-PATH
030100                           LS-DIALECT.
030200
030300 MAIN-DIFF.
030400*    A CALLED PROGRAM KEEPS ITS LAST-USED STATE - A SECOND DIFF
030500*    IN THE SAME RUN UNIT (A CPYJOB SEQUENCE) MUST NOT FOLD THE
030600*    FIRST ONE'S COUNTS INTO ITS SUMMARY LINE.
030700     MOVE ZERO TO WS-CHANGED-COUNT WS-REMOVED-COUNT
030800                  WS-ADDED-COUNT WS-SAME-COUNT
030900     IF LS-OLD-PATH(1:5) = "HIST:"
031000         PERFORM LOAD-HIST-SIDE-A
031100         IF NOT WS-HIST-LOAD-OK
031200             GOBACK
031300         END-IF
031400     ELSE
031500         CALL "CPYPARSE" USING LS-OLD-PATH WS-FLD-TABLE-A
031600             WS-SIZING-RESULT-A LS-DIALECT
031700         IF RESULT-FILE-ERROR-A
031800             DISPLAY "CPYDIFF: UNABLE TO OPEN COPYBOOK "
031900                 FUNCTION TRIM(LS-OLD-PATH)
032000             GOBACK
032100         END-IF
032200     END-IF
032300     IF LS-NEW-PATH(1:5) = "HIST:"
032400         PERFORM LOAD-HIST-SIDE-B
032500         IF NOT WS-HIST-LOAD-OK
032600             GOBACK
032700         END-IF
032800     ELSE
032900         CALL "CPYPARSE" USING LS-NEW-PATH WS-FLD-TABLE-B
033000             WS-SIZING-RESULT-B LS-DIALECT
033100         IF RESULT-FILE-ERROR-B
033200             DISPLAY "CPYDIFF: UNABLE TO OPEN COPYBOOK "
033300                 FUNCTION TRIM(LS-NEW-PATH)
033400             GOBACK
033500         END-IF
033600     END-IF
033700     PERFORM OPEN-DESTINATION
033800     PERFORM WRITE-HEADER
033900     PERFORM VARYING WS-IDX-A FROM 1 BY 1
034000               UNTIL WS-IDX-A > WS-FLD-COUNT-A
034100         PERFORM FIND-IN-B
034200         IF WS-FOUND
034300             PERFORM COMPARE-MATCHED-FIELD
034400         ELSE
034500             PERFORM REPORT-REMOVED-FIELD
034600         END-IF
034700     END-PERFORM
034800     PERFORM VARYING WS-IDX-B FROM 1 BY 1
034900               UNTIL WS-IDX-B > WS-FLD-COUNT-B
035000         PERFORM FIND-IN-A
035100         IF NOT WS-FOUND
035200             PERFORM REPORT-ADDED-FIELD
035300         END-IF
035400     END-PERFORM
035500     PERFORM WRITE-SUMMARY
035600     PERFORM WRITE-IMPACT-LIST
035700     PERFORM CLOSE-DESTINATION
035800     GOBACK.
035900
036000 OPEN-DESTINATION.
036100     IF LS-OUTPUT-PATH = SPACES OR LS-OUTPUT-PATH = "SYSOUT"
036200         MOVE "Y" TO WS-TO-SCREEN
036300     ELSE
036400         MOVE "N" TO WS-TO-SCREEN
036500         MOVE LS-OUTPUT-PATH TO WS-OUT-PATH
036600         OPEN OUTPUT DIFF-OUT-FILE
036700     END-IF.
036800
036900 CLOSE-DESTINATION.
037000     IF WS-TO-SCREEN = "N"
037100         CLOSE DIFF-OUT-FILE
037200     END-IF.
037300
037400 EMIT-LINE.
037500     IF WS-TO-SCREEN = "Y"
037600         DISPLAY WS-OUT-LINE
037700     ELSE
037800         MOVE WS-OUT-LINE TO DIFF-OUT-REC
037900         WRITE DIFF-OUT-REC
038000     END-IF.
038100
038200 WRITE-HEADER.
038300     MOVE SPACES TO WS-OUT-LINE
038400     STRING "COPYBOOK DIFF - " FUNCTION TRIM(LS-OLD-PATH)
038500            " -> " FUNCTION TRIM(LS-NEW-PATH)
038600            DELIMITED BY SIZE INTO WS-OUT-LINE
038700     PERFORM EMIT-LINE
038800     MOVE "STATUS   NAME                        OLD-OFF NEW-OFF"
038900         TO WS-OUT-LINE
039000     PERFORM EMIT-LINE
039100     MOVE "                                      OLD-LEN NEW-LEN"
039200         TO WS-OUT-LINE
039300     PERFORM EMIT-LINE
039400     MOVE ALL "-" TO WS-OUT-LINE
039500     PERFORM EMIT-LINE.
039600
039700* SEARCHES WS-FLD-TABLE-B FOR A FIELD NAMED LIKE WS-IDX-A'S ENTRY.
039800* FILLER NEVER MATCHES ACROSS VERSIONS - THE NAME ISN'T UNIQUE, SO
039900* MATCHING ON IT WOULD PAIR UNRELATED FILLER SLOTS BY COINCIDENCE.
040000 FIND-IN-B.
040100     MOVE "N" TO WS-FOUND-SW
040200     MOVE ZERO TO WS-MATCH-IDX
040300     IF FLD-NAME-A(WS-IDX-A) NOT = "FILLER"
040400         PERFORM VARYING WS-IDX-B FROM 1 BY 1
040500                   UNTIL WS-IDX-B > WS-FLD-COUNT-B OR WS-FOUND
040600             IF FLD-NAME-A(WS-IDX-A) = FLD-NAME-B(WS-IDX-B)
040700                 MOVE WS-IDX-B TO WS-MATCH-IDX
040800                 MOVE "Y" TO WS-FOUND-SW
040900             END-IF
041000         END-PERFORM
041100     END-IF.
041200
041300* SEARCHES WS-FLD-TABLE-A FOR A FIELD NAMED LIKE WS-IDX-B'S ENTRY.
041400 FIND-IN-A.
041500     MOVE "N" TO WS-FOUND-SW
041600     MOVE ZERO TO WS-MATCH-IDX
041700     IF FLD-NAME-B(WS-IDX-B) NOT = "FILLER"
041800         PERFORM VARYING WS-IDX-A FROM 1 BY 1
041900                   UNTIL WS-IDX-A > WS-FLD-COUNT-A OR WS-FOUND
042000             IF FLD-NAME-B(WS-IDX-B) = FLD-NAME-A(WS-IDX-A)
042100                 MOVE WS-IDX-A TO WS-MATCH-IDX
042200                 MOVE "Y" TO WS-FOUND-SW
042300             END-IF
042400         END-PERFORM
042500     END-IF.
042600
042700 COMPARE-MATCHED-FIELD.
042800     IF FLD-OFFSET-A(WS-IDX-A) = FLD-OFFSET-B(WS-MATCH-IDX)
042900         AND FLD-LEN-MAX-A(WS-IDX-A) =
043000             FLD-LEN-MAX-B(WS-MATCH-IDX)
043100         AND FLD-LEN-MIN-A(WS-IDX-A) =
043200             FLD-LEN-MIN-B(WS-MATCH-IDX)
043300         AND FUNCTION TRIM(FLD-DEPENDING-ON-A(WS-IDX-A)) =
043400             FUNCTION TRIM(FLD-DEPENDING-ON-B(WS-MATCH-IDX))
043500         ADD 1 TO WS-SAME-COUNT
043600     ELSE
043700         ADD 1 TO WS-CHANGED-COUNT
043800         MOVE "CHANGED" TO WS-STATUS-DISP
043900         MOVE FLD-OFFSET-A(WS-IDX-A) TO WS-OLD-OFF-DISP
044000         MOVE FLD-OFFSET-B(WS-MATCH-IDX) TO WS-NEW-OFF-DISP
044100         MOVE FLD-LEN-MAX-A(WS-IDX-A) TO WS-OLD-LEN-DISP
044200         MOVE FLD-LEN-MAX-B(WS-MATCH-IDX) TO WS-NEW-LEN-DISP
044300         MOVE SPACES TO WS-OUT-LINE
044400         STRING WS-STATUS-DISP " " FLD-NAME-A(WS-IDX-A)
044500                " " WS-OLD-OFF-DISP "  " WS-NEW-OFF-DISP
044600                "  " WS-OLD-LEN-DISP "  " WS-NEW-LEN-DISP
044700                DELIMITED BY SIZE INTO WS-OUT-LINE
044800         PERFORM EMIT-LINE
044900     END-IF.
045000
045100 REPORT-REMOVED-FIELD.
045200     ADD 1 TO WS-REMOVED-COUNT
045300     MOVE "REMOVED" TO WS-STATUS-DISP
045400     MOVE FLD-OFFSET-A(WS-IDX-A) TO WS-OLD-OFF-DISP
045500     MOVE ZERO TO WS-NEW-OFF-DISP
045600     MOVE FLD-LEN-MAX-A(WS-IDX-A) TO WS-OLD-LEN-DISP
045700     MOVE ZERO TO WS-NEW-LEN-DISP
045800     MOVE SPACES TO WS-OUT-LINE
045900     STRING WS-STATUS-DISP " " FLD-NAME-A(WS-IDX-A)
046000            " " WS-OLD-OFF-DISP "  " WS-NEW-OFF-DISP
046100            "  " WS-OLD-LEN-DISP "  " WS-NEW-LEN-DISP
046200            DELIMITED BY SIZE INTO WS-OUT-LINE
046300     PERFORM EMIT-LINE.
046400
046500 REPORT-ADDED-FIELD.
046600     ADD 1 TO WS-ADDED-COUNT
046700     MOVE "ADDED" TO WS-STATUS-DISP
046800     MOVE ZERO TO WS-OLD-OFF-DISP
046900     MOVE FLD-OFFSET-B(WS-IDX-B) TO WS-NEW-OFF-DISP
047000     MOVE ZERO TO WS-OLD-LEN-DISP
047100     MOVE FLD-LEN-MAX-B(WS-IDX-B) TO WS-NEW-LEN-DISP
047200     MOVE SPACES TO WS-OUT-LINE
047300     STRING WS-STATUS-DISP " " FLD-NAME-B(WS-IDX-B)
047400            " " WS-OLD-OFF-DISP "  " WS-NEW-OFF-DISP
047500            "  " WS-OLD-LEN-DISP "  " WS-NEW-LEN-DISP
047600            DELIMITED BY SIZE INTO WS-OUT-LINE
047700     PERFORM EMIT-LINE.
047800
047900 WRITE-SUMMARY.
048000     MOVE ALL "-" TO WS-OUT-LINE
048100     PERFORM EMIT-LINE
048200     MOVE SPACES TO WS-OUT-LINE
048300     STRING "UNCHANGED=" WS-SAME-COUNT
048400            " CHANGED=" WS-CHANGED-COUNT
048500            " REMOVED=" WS-REMOVED-COUNT
048600            " ADDED=" WS-ADDED-COUNT
048700            DELIMITED BY SIZE INTO WS-OUT-LINE
048800     PERFORM EMIT-LINE.
048900
049000* CLOSES THE REPORT WITH THE PROGRAMS THAT COPY THE CHANGED
049100* MEMBER, FROM THE CROSS-REFERENCE FILE CPYXREF MAINTAINS. BOTH
049200* VERSION BASE NAMES ARE MATCHED, SINCE A RENAMED REVISION
049300* (sample1.cpy -> sample1_v2.cpy) IS STILL THE SAME MEMBER.
049400 WRITE-IMPACT-LIST.
049500     MOVE LS-OLD-PATH TO WS-BASE-IN
049600     IF LS-OLD-PATH(1:5) = "HIST:"
049700         PERFORM PARSE-HIST-SPEC
049800         MOVE WS-HIST-MEMBER TO WS-OLD-BASE
049900     ELSE
050000         PERFORM BASENAME-OF
050100         MOVE WS-BASE-OUT TO WS-OLD-BASE
050200     END-IF
050300     MOVE WS-OLD-BASE TO WS-NORM-NAME
050400     PERFORM NORMALIZE-MEMBER-NAME
050500     MOVE WS-NORM-NAME TO WS-OLD-BASE
050600     MOVE LS-NEW-PATH TO WS-BASE-IN
050700     IF LS-NEW-PATH(1:5) = "HIST:"
050800         PERFORM PARSE-HIST-SPEC
050900         MOVE WS-HIST-MEMBER TO WS-NEW-BASE
051000     ELSE
051100         PERFORM BASENAME-OF
051200         MOVE WS-BASE-OUT TO WS-NEW-BASE
051300     END-IF
051400     MOVE WS-NEW-BASE TO WS-NORM-NAME
051500     PERFORM NORMALIZE-MEMBER-NAME
051600     MOVE WS-NORM-NAME TO WS-NEW-BASE
051700     MOVE SPACES TO WS-XREF-PATH
051800     ACCEPT WS-XREF-PATH FROM ENVIRONMENT "CPYXREF"
051900     IF WS-XREF-PATH = SPACES
052000         MOVE "CPYXREF.REF" TO WS-XREF-PATH
052100     END-IF
052200     MOVE SPACES TO WS-OUT-LINE
052300     PERFORM EMIT-LINE
052400     OPEN INPUT XREF-IN-FILE
052500     IF WS-XREF-STATUS NOT = "00"
052600         MOVE SPACES TO WS-OUT-LINE
052700         STRING "NO WHERE-USED CROSS-REFERENCE ("
052800                FUNCTION TRIM(WS-XREF-PATH)
052900                ") - RUN CPYXREF FOR AN IMPACT LIST"
053000                DELIMITED BY SIZE INTO WS-OUT-LINE
053100         PERFORM EMIT-LINE
053200     ELSE
053300         MOVE SPACES TO WS-OUT-LINE
053400         STRING "PROGRAMS COPYING "
053500                FUNCTION TRIM(WS-OLD-BASE) ":"
053600                DELIMITED BY SIZE INTO WS-OUT-LINE
053700         PERFORM EMIT-LINE
053800         MOVE ZERO TO WS-IMPACT-COUNT
053900         MOVE "N" TO WS-XREF-EOF-SW
054000         PERFORM UNTIL WS-XREF-EOF
054100             READ XREF-IN-FILE INTO WS-XREF-LINE
054200                 AT END
054300                     SET WS-XREF-EOF TO TRUE
054400                 NOT AT END
054500                     PERFORM CHECK-ONE-XREF-LINE
054600             END-READ
054700         END-PERFORM
054800         CLOSE XREF-IN-FILE
054900         IF WS-IMPACT-COUNT = 0
055000             MOVE "  (NO PROGRAMS RECORDED)" TO WS-OUT-LINE
055100             PERFORM EMIT-LINE
055200         END-IF
055300     END-IF.
055400
055500 CHECK-ONE-XREF-LINE.
055600     MOVE SPACES TO WS-XREF-MEMBER WS-XREF-PROGRAM
055700     UNSTRING WS-XREF-LINE DELIMITED BY ALL SPACES
055800         INTO WS-XREF-MEMBER WS-XREF-PROGRAM
055900     END-UNSTRING
056000     MOVE WS-XREF-MEMBER TO WS-NORM-NAME
056100     PERFORM NORMALIZE-MEMBER-NAME
056200     MOVE WS-NORM-NAME TO WS-XREF-MEMBER
056300     IF WS-XREF-PROGRAM NOT = SPACES
056400       AND (WS-XREF-MEMBER = WS-OLD-BASE
056500         OR WS-XREF-MEMBER = WS-NEW-BASE)
056600         MOVE "N" TO WS-IMPACT-DUP-SW
056700         PERFORM VARYING WS-IMPACT-IDX FROM 1 BY 1
056800                   UNTIL WS-IMPACT-IDX > WS-IMPACT-COUNT
056900                      OR WS-IMPACT-DUP
057000             IF WS-IMPACT-PROGRAM(WS-IMPACT-IDX)
057100                     = WS-XREF-PROGRAM
057200                 SET WS-IMPACT-DUP TO TRUE
057300             END-IF
057400         END-PERFORM
057500         IF NOT WS-IMPACT-DUP AND WS-IMPACT-COUNT < 100
057600             ADD 1 TO WS-IMPACT-COUNT
057700             MOVE WS-XREF-PROGRAM
057800                  TO WS-IMPACT-PROGRAM(WS-IMPACT-COUNT)
057900             MOVE SPACES TO WS-OUT-LINE
058000             STRING "  " FUNCTION TRIM(WS-XREF-PROGRAM)
058100                    DELIMITED BY SIZE INTO WS-OUT-LINE
058200             PERFORM EMIT-LINE
058300         END-IF
058400     END-IF.
058500
058600* BASE FILE NAME OF WS-BASE-IN - THE PART AFTER THE LAST "/".
058700 BASENAME-OF.
058800     MOVE ZERO TO WS-BASE-SLASH
058900     COMPUTE WS-BASE-LEN =
059000         FUNCTION LENGTH(FUNCTION TRIM(WS-BASE-IN))
059100     PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
059200               UNTIL WS-BASE-IDX > WS-BASE-LEN
059300         IF WS-BASE-IN(WS-BASE-IDX:1) = "/"
059400             MOVE WS-BASE-IDX TO WS-BASE-SLASH
059500         END-IF
059600     END-PERFORM
059700     MOVE SPACES TO WS-BASE-OUT
059800     IF WS-BASE-LEN - WS-BASE-SLASH > 0
059900         MOVE WS-BASE-IN(WS-BASE-SLASH + 1:
060000             WS-BASE-LEN - WS-BASE-SLASH) TO WS-BASE-OUT
060100     END-IF.
060200
060300* REPLAYS A STORED SNAPSHOT INTO THE A-SIDE TABLE. THE SPEC IS
060400* HIST:<MEMBER>:<TIMESTAMP>; THE FIRST SNAPSHOT OF THE MEMBER AT
060500* OR AFTER THE TIMESTAMP IS USED, SO A BARE DATE WORKS TOO.
060600 LOAD-HIST-SIDE-A.
060700     MOVE LS-OLD-PATH TO WS-BASE-IN
060800     PERFORM PARSE-HIST-SPEC
060900     PERFORM SEEK-HIST-HEADER
061000     IF WS-HIST-LOAD-OK
061100         MOVE "O" TO WS-RESULT-STATUS-A
061200         MOVE HIST-HDR-FLD-COUNT TO WS-FLD-COUNT-A
061300         PERFORM VARYING WS-HIST-SEQ FROM 1 BY 1
061400                   UNTIL WS-HIST-SEQ > WS-FLD-COUNT-A
061500                      OR WS-HIST-EOF
061600             READ HIST-FILE NEXT RECORD
061700                 AT END
061800                     SET WS-HIST-EOF TO TRUE
061900                 NOT AT END
062000                     IF HIST-COPYBOOK = WS-HIST-MEMBER
062100                       AND HIST-FIELD-SEQ = WS-HIST-SEQ
062200                         SET FLD-IDX-A TO WS-HIST-SEQ
062300                         PERFORM MOVE-HIST-TO-A
062400                     ELSE
062500                         SET WS-HIST-EOF TO TRUE
062600                     END-IF
062700             END-READ
062800         END-PERFORM
062900         IF WS-HIST-EOF
063000             DISPLAY "CPYDIFF: SNAPSHOT "
063100                 FUNCTION TRIM(LS-OLD-PATH) " IS INCOMPLETE"
063200             MOVE "N" TO WS-HIST-LOAD-OK-SW
063300         END-IF
063400         CLOSE HIST-FILE
063500     ELSE
063600         PERFORM SEEK-ARC-HEADER
063700         IF NOT WS-ARC-LOAD-OK
063800             DISPLAY "CPYDIFF: NO " WS-HIST-WANT-DIA
063900                 " SNAPSHOT OF "
064000                 FUNCTION TRIM(WS-HIST-MEMBER)
064100                 " AT OR AFTER "
064200                 FUNCTION TRIM(WS-HIST-TS)
064300                 " IN SIZHIST.IDX OR SIZHIST.ARC"
064400         ELSE
064500             MOVE "O" TO WS-RESULT-STATUS-A
064600             MOVE ARCH-HDR-FLD-COUNT TO WS-FLD-COUNT-A
064700             PERFORM VARYING WS-HIST-SEQ FROM 1 BY 1
064800                       UNTIL WS-HIST-SEQ > WS-FLD-COUNT-A
064900                          OR WS-ARC-EOF
065000                 PERFORM READ-ARC-RECORD
065100                 IF NOT WS-ARC-EOF
065200                     IF ARCH-COPYBOOK = WS-HIST-MEMBER
065300                       AND ARCH-FIELD-SEQ = WS-HIST-SEQ
065400                         SET FLD-IDX-A TO WS-HIST-SEQ
065500                         PERFORM MOVE-ARC-TO-A
065600                     ELSE
065700                         SET WS-ARC-EOF TO TRUE
065800                     END-IF
065900                 END-IF
066000             END-PERFORM
066100             IF WS-ARC-EOF
066200                 DISPLAY "CPYDIFF: ARCHIVED SNAPSHOT "
066300                     FUNCTION TRIM(LS-OLD-PATH)
066400                     " IS INCOMPLETE"
066500             ELSE
066600                 SET WS-HIST-LOAD-OK TO TRUE
066700             END-IF
066800             CLOSE ARC-FILE
066900         END-IF
067000     END-IF.
067100
067200 MOVE-HIST-TO-A.
067300     MOVE HIST-FLD-LEVEL TO FLD-LEVEL-A(FLD-IDX-A)
067400     MOVE HIST-FLD-NAME TO FLD-NAME-A(FLD-IDX-A)
067500     MOVE HIST-FLD-PIC-STRING TO FLD-PIC-STRING-A(FLD-IDX-A)
067600     MOVE HIST-FLD-USAGE TO FLD-USAGE-A(FLD-IDX-A)
067700     MOVE HIST-FLD-REDEFINES TO FLD-REDEFINES-A(FLD-IDX-A)
067800     MOVE HIST-FLD-OCCURS-MAX TO FLD-OCCURS-MAX-A(FLD-IDX-A)
067900     MOVE HIST-FLD-DEPENDING-ON
068000          TO FLD-DEPENDING-ON-A(FLD-IDX-A)
068100     MOVE HIST-FLD-IS-GROUP TO FLD-IS-GROUP-A(FLD-IDX-A)
068200     MOVE HIST-FLD-ELEM-LEN TO FLD-ELEM-LEN-A(FLD-IDX-A)
068300     MOVE HIST-FLD-LEN-MAX TO FLD-LEN-MAX-A(FLD-IDX-A)
068400     MOVE HIST-FLD-LEN-MIN TO FLD-LEN-MIN-A(FLD-IDX-A)
068500     MOVE HIST-FLD-OFFSET TO FLD-OFFSET-A(FLD-IDX-A)
068600     MOVE HIST-FLD-SYNC TO FLD-SYNC-A(FLD-IDX-A).
068700
068800* SAME REPLAY, FED FROM THE ARCHIVE'S WORKING COPY.
068900 MOVE-ARC-TO-A.
069000     MOVE ARCH-FLD-LEVEL TO FLD-LEVEL-A(FLD-IDX-A)
069100     MOVE ARCH-FLD-NAME TO FLD-NAME-A(FLD-IDX-A)
069200     MOVE ARCH-FLD-PIC-STRING TO FLD-PIC-STRING-A(FLD-IDX-A)
069300     MOVE ARCH-FLD-USAGE TO FLD-USAGE-A(FLD-IDX-A)
069400     MOVE ARCH-FLD-REDEFINES TO FLD-REDEFINES-A(FLD-IDX-A)
069500     MOVE ARCH-FLD-OCCURS-MAX TO FLD-OCCURS-MAX-A(FLD-IDX-A)
069600     MOVE ARCH-FLD-DEPENDING-ON
069700          TO FLD-DEPENDING-ON-A(FLD-IDX-A)
069800     MOVE ARCH-FLD-IS-GROUP TO FLD-IS-GROUP-A(FLD-IDX-A)
069900     MOVE ARCH-FLD-ELEM-LEN TO FLD-ELEM-LEN-A(FLD-IDX-A)
070000     MOVE ARCH-FLD-LEN-MAX TO FLD-LEN-MAX-A(FLD-IDX-A)
070100     MOVE ARCH-FLD-LEN-MIN TO FLD-LEN-MIN-A(FLD-IDX-A)
070200     MOVE ARCH-FLD-OFFSET TO FLD-OFFSET-A(FLD-IDX-A)
070300     MOVE ARCH-FLD-SYNC TO FLD-SYNC-A(FLD-IDX-A).
070400
070500* SAME REPLAY INTO THE B-SIDE TABLE.
070600 LOAD-HIST-SIDE-B.
070700     MOVE LS-NEW-PATH TO WS-BASE-IN
070800     PERFORM PARSE-HIST-SPEC
070900     PERFORM SEEK-HIST-HEADER
071000     IF WS-HIST-LOAD-OK
071100         MOVE "O" TO WS-RESULT-STATUS-B
071200         MOVE HIST-HDR-FLD-COUNT TO WS-FLD-COUNT-B
071300         PERFORM VARYING WS-HIST-SEQ FROM 1 BY 1
071400                   UNTIL WS-HIST-SEQ > WS-FLD-COUNT-B
071500                      OR WS-HIST-EOF
071600             READ HIST-FILE NEXT RECORD
071700                 AT END
071800                     SET WS-HIST-EOF TO TRUE
071900                 NOT AT END
072000                     IF HIST-COPYBOOK = WS-HIST-MEMBER
072100                       AND HIST-FIELD-SEQ = WS-HIST-SEQ
072200                         SET FLD-IDX-B TO WS-HIST-SEQ
072300                         PERFORM MOVE-HIST-TO-B
072400                     ELSE
072500                         SET WS-HIST-EOF TO TRUE
072600                     END-IF
072700             END-READ
072800         END-PERFORM
072900         IF WS-HIST-EOF
073000             DISPLAY "CPYDIFF: SNAPSHOT "
073100                 FUNCTION TRIM(LS-NEW-PATH) " IS INCOMPLETE"
073200             MOVE "N" TO WS-HIST-LOAD-OK-SW
073300         END-IF
073400         CLOSE HIST-FILE
073500     ELSE
073600         PERFORM SEEK-ARC-HEADER
073700         IF NOT WS-ARC-LOAD-OK
073800             DISPLAY "CPYDIFF: NO " WS-HIST-WANT-DIA
073900                 " SNAPSHOT OF "
074000                 FUNCTION TRIM(WS-HIST-MEMBER)
074100                 " AT OR AFTER "
074200                 FUNCTION TRIM(WS-HIST-TS)
074300                 " IN SIZHIST.IDX OR SIZHIST.ARC"
074400         ELSE
074500             MOVE "O" TO WS-RESULT-STATUS-B
074600             MOVE ARCH-HDR-FLD-COUNT TO WS-FLD-COUNT-B
074700             PERFORM VARYING WS-HIST-SEQ FROM 1 BY 1
074800                       UNTIL WS-HIST-SEQ > WS-FLD-COUNT-B
074900                          OR WS-ARC-EOF
075000                 PERFORM READ-ARC-RECORD
075100                 IF NOT WS-ARC-EOF
075200                     IF ARCH-COPYBOOK = WS-HIST-MEMBER
075300                       AND ARCH-FIELD-SEQ = WS-HIST-SEQ
075400                         SET FLD-IDX-B TO WS-HIST-SEQ
075500                         PERFORM MOVE-ARC-TO-B
075600                     ELSE
075700                         SET WS-ARC-EOF TO TRUE
075800                     END-IF
075900                 END-IF
076000             END-PERFORM
076100             IF WS-ARC-EOF
076200                 DISPLAY "CPYDIFF: ARCHIVED SNAPSHOT "
076300                     FUNCTION TRIM(LS-NEW-PATH)
076400                     " IS INCOMPLETE"
076500             ELSE
076600                 SET WS-HIST-LOAD-OK TO TRUE
076700             END-IF
076800             CLOSE ARC-FILE
076900         END-IF
077000     END-IF.
077100
077200 MOVE-HIST-TO-B.
077300     MOVE HIST-FLD-LEVEL TO FLD-LEVEL-B(FLD-IDX-B)
077400     MOVE HIST-FLD-NAME TO FLD-NAME-B(FLD-IDX-B)
077500     MOVE HIST-FLD-PIC-STRING TO FLD-PIC-STRING-B(FLD-IDX-B)
077600     MOVE HIST-FLD-USAGE TO FLD-USAGE-B(FLD-IDX-B)
077700     MOVE HIST-FLD-REDEFINES TO FLD-REDEFINES-B(FLD-IDX-B)
077800     MOVE HIST-FLD-OCCURS-MAX TO FLD-OCCURS-MAX-B(FLD-IDX-B)
077900     MOVE HIST-FLD-DEPENDING-ON
078000          TO FLD-DEPENDING-ON-B(FLD-IDX-B)
078100     MOVE HIST-FLD-IS-GROUP TO FLD-IS-GROUP-B(FLD-IDX-B)
078200     MOVE HIST-FLD-ELEM-LEN TO FLD-ELEM-LEN-B(FLD-IDX-B)
078300     MOVE HIST-FLD-LEN-MAX TO FLD-LEN-MAX-B(FLD-IDX-B)
078400     MOVE HIST-FLD-LEN-MIN TO FLD-LEN-MIN-B(FLD-IDX-B)
078500     MOVE HIST-FLD-OFFSET TO FLD-OFFSET-B(FLD-IDX-B)
078600     MOVE HIST-FLD-SYNC TO FLD-SYNC-B(FLD-IDX-B).
078700
078800* SAME REPLAY, FED FROM THE ARCHIVE'S WORKING COPY.
078900 MOVE-ARC-TO-B.
079000     MOVE ARCH-FLD-LEVEL TO FLD-LEVEL-B(FLD-IDX-B)
079100     MOVE ARCH-FLD-NAME TO FLD-NAME-B(FLD-IDX-B)
079200     MOVE ARCH-FLD-PIC-STRING TO FLD-PIC-STRING-B(FLD-IDX-B)
079300     MOVE ARCH-FLD-USAGE TO FLD-USAGE-B(FLD-IDX-B)
079400     MOVE ARCH-FLD-REDEFINES TO FLD-REDEFINES-B(FLD-IDX-B)
079500     MOVE ARCH-FLD-OCCURS-MAX TO FLD-OCCURS-MAX-B(FLD-IDX-B)
079600     MOVE ARCH-FLD-DEPENDING-ON
079700          TO FLD-DEPENDING-ON-B(FLD-IDX-B)
079800     MOVE ARCH-FLD-IS-GROUP TO FLD-IS-GROUP-B(FLD-IDX-B)
079900     MOVE ARCH-FLD-ELEM-LEN TO FLD-ELEM-LEN-B(FLD-IDX-B)
080000     MOVE ARCH-FLD-LEN-MAX TO FLD-LEN-MAX-B(FLD-IDX-B)
080100     MOVE ARCH-FLD-LEN-MIN TO FLD-LEN-MIN-B(FLD-IDX-B)
080200     MOVE ARCH-FLD-OFFSET TO FLD-OFFSET-B(FLD-IDX-B)
080300     MOVE ARCH-FLD-SYNC TO FLD-SYNC-B(FLD-IDX-B).
080400
080500 PARSE-HIST-SPEC.
080600     MOVE SPACES TO WS-HIST-TAG WS-HIST-MEMBER WS-HIST-TS
080700     UNSTRING WS-BASE-IN DELIMITED BY ":"
080800         INTO WS-HIST-TAG WS-HIST-MEMBER WS-HIST-TS
080900     END-UNSTRING.
081000
081100* FINDS THE FIRST SNAPSHOT HEADER OF THE MEMBER AT OR AFTER THE
081200* REQUESTED TIMESTAMP THAT WAS SIZED UNDER THE SAME PROFILE AS
081300* THIS DIFF (SNAPSHOTS FROM BEFORE THE PROFILE WAS RECORDED
081400* COUNT AS RM-COBOL). HEADERS OF THE OTHER PROFILE, AND THEIR
081500* FIELD RECORDS, ARE READ PAST.
081600 SEEK-HIST-HEADER.
081700     IF FUNCTION UPPER-CASE(LS-DIALECT)(1:3) = "IBM"
081800         MOVE "IBM" TO WS-HIST-WANT-DIA
081900     ELSE
082000         MOVE "RMC" TO WS-HIST-WANT-DIA
082100     END-IF
082200     MOVE "N" TO WS-HIST-LOAD-OK-SW
082300     MOVE "N" TO WS-HIST-EOF-SW
082400     OPEN INPUT HIST-FILE
082500     IF WS-HIST-STATUS NOT = "00"
082600         DISPLAY "CPYDIFF: NO SIZING HISTORY (SIZHIST.IDX "
082700             "STATUS " WS-HIST-STATUS ")"
082800     ELSE
082900         MOVE SPACES TO HIST-KEY
083000         MOVE WS-HIST-MEMBER TO HIST-COPYBOOK
083100         MOVE WS-HIST-TS TO HIST-TIMESTAMP
083200         MOVE ZERO TO HIST-FIELD-SEQ
083300         START HIST-FILE KEY NOT < HIST-KEY
083400             INVALID KEY
083500                 SET WS-HIST-EOF TO TRUE
083600         END-START
083700         PERFORM UNTIL WS-HIST-EOF OR WS-HIST-LOAD-OK
083800             READ HIST-FILE NEXT RECORD
083900                 AT END
084000                     SET WS-HIST-EOF TO TRUE
084100                 NOT AT END
084200                     IF HIST-COPYBOOK NOT = WS-HIST-MEMBER
084300                         SET WS-HIST-EOF TO TRUE
084400                     ELSE
084500                         IF HIST-FIELD-SEQ = 0
084600                           AND (HIST-DIALECT = WS-HIST-WANT-DIA
084700                             OR (HIST-DIALECT = SPACES
084800                               AND WS-HIST-WANT-DIA = "RMC"))
084900                             SET WS-HIST-LOAD-OK TO TRUE
085000                         END-IF
085100                     END-IF
085200             END-READ
085300         END-PERFORM
085400         IF NOT WS-HIST-LOAD-OK
085500*            NOT IN THE LIVE INDEX - THE CALLER TRIES THE
085600*            CPYHKEEP ARCHIVE NEXT BEFORE GIVING UP.
085700             CLOSE HIST-FILE
085800         END-IF
085900     END-IF.
086000
086100* SCANS THE SEQUENTIAL ARCHIVE FOR THE FIRST HEADER OF THE
086200* MEMBER AT OR AFTER THE REQUESTED TIMESTAMP UNDER THE WANTED
086300* PROFILE - THE SAME SELECTION SEEK-HIST-HEADER MAKES, MINUS
086400* THE KEYED START. THE ARCHIVE HOLDS RAW HIST-REC IMAGES, EACH
086500* SNAPSHOT'S HEADER DIRECTLY AHEAD OF ITS FIELD RECORDS.
086600 SEEK-ARC-HEADER.
086700     MOVE "N" TO WS-ARC-LOAD-OK-SW
086800     MOVE "N" TO WS-ARC-EOF-SW
086900     MOVE "N" TO WS-ARC-OPENED-SW
087000     OPEN INPUT ARC-FILE
087100     IF WS-ARC-STATUS NOT = "00"
087200         SET WS-ARC-EOF TO TRUE
087300     ELSE
087400         MOVE "Y" TO WS-ARC-OPENED-SW
087500     END-IF
087600     PERFORM UNTIL WS-ARC-EOF OR WS-ARC-LOAD-OK
087700         PERFORM READ-ARC-RECORD
087800         IF NOT WS-ARC-EOF
087900           AND ARCH-COPYBOOK = WS-HIST-MEMBER
088000           AND ARCH-FIELD-SEQ = 0
088100           AND ARCH-TIMESTAMP >= WS-HIST-TS
088200           AND (ARCH-DIALECT = WS-HIST-WANT-DIA
088300             OR (ARCH-DIALECT = SPACES
088400               AND WS-HIST-WANT-DIA = "RMC"))
088500             SET WS-ARC-LOAD-OK TO TRUE
088600         END-IF
088700     END-PERFORM
088800     IF NOT WS-ARC-LOAD-OK AND WS-ARC-OPENED-SW = "Y"
088900         CLOSE ARC-FILE
089000     END-IF.
089100
089200 READ-ARC-RECORD.
089300     READ ARC-FILE INTO ARCH-REC
089400         AT END
089500             SET WS-ARC-EOF TO TRUE
089600     END-READ
089700     IF NOT WS-ARC-EOF AND WS-ARC-STATUS NOT = "00"
089800         SET WS-ARC-EOF TO TRUE
089900     END-IF.
090000
090100* MEMBER NAMES ARE MATCHED EXTENSION-OFF AND CASE-FOLDED, THE
090200* SAME NORMALIZATION CPYXREF APPLIES WHEN IT RECORDS THEM - A
090300* PROGRAM WRITTEN "COPY CUSTHDR." AND A FILE NAMED CUSTHDR.cpy
090400* ARE THE SAME MEMBER.
090500 NORMALIZE-MEMBER-NAME.
090600     MOVE ZERO TO WS-NORM-DOT
090700     COMPUTE WS-NORM-LEN =
090800         FUNCTION LENGTH(FUNCTION TRIM(WS-NORM-NAME))
090900     IF WS-NORM-NAME = SPACES
091000         MOVE ZERO TO WS-NORM-LEN
091100     END-IF
091200     PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
091300               UNTIL WS-NORM-IDX > WS-NORM-LEN
091400         IF WS-NORM-NAME(WS-NORM-IDX:1) = "."
091500             MOVE WS-NORM-IDX TO WS-NORM-DOT
091600         END-IF
091700     END-PERFORM
091800     IF WS-NORM-DOT > 1
091900         MOVE SPACES TO WS-NORM-NAME(WS-NORM-DOT:
092000             WS-NORM-LEN - WS-NORM-DOT + 1)
092100     END-IF
092200     MOVE FUNCTION UPPER-CASE(WS-NORM-NAME) TO WS-NORM-NAME.
