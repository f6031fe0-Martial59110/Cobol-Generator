       01  WS-GEN-COUNT PIC 9(5) VALUE 0.
       01  WS-DISC-COUNT PIC 9(5) VALUE 0.
       01  WS-BAD-COUNT PIC 9(5) VALUE 0.
       01  WS-SEC-COUNT PIC 9(5) VALUE 0.
       01  WS-BRK-COUNT PIC 9(5) VALUE 0.
       01  WS-DAY-USED PIC 99 VALUE 0.
       01  WS-DAY-IDX PIC 99.
       01  WS-DAY-FOUND PIC X.
           05  WS-DAY-ENTRY OCCURS 99 TIMES.
               10  WS-DAY-DATE PIC X(8).
               10  WS-DAY-COUNT PIC 9(5).
       01  WS-OPT-IDX PIC 999.
       01  WS-OPT-NUM PIC 99.
       01  WS-OPT-COUNT-TAB.
           05  WS-OPT-COUNT OCCURS 99 TIMES PIC 9(5).
       01  WS-BUILD-LINE PIC X(100).
       01  WS-COUNT-ED PIC ZZZZ9.

           END-IF

           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                   UNTIL WS-OPT-IDX > 99
               MOVE 0 TO WS-OPT-COUNT(WS-OPT-IDX)
           END-PERFORM


           PERFORM 1000-TALLY-PASS
           PERFORM 2000-WRITE-SUMMARY
           PERFORM 2500-SECURITY-PASS
           PERFORM 3000-DETAIL-PASS

           CLOSE REPORT-FILE
                   ADD 1 TO WS-DISC-COUNT
               WHEN 'BAD '
                   ADD 1 TO WS-BAD-COUNT
               WHEN 'SEC '
                   ADD 1 TO WS-SEC-COUNT
               WHEN 'BRK '
                   ADD 1 TO WS-BRK-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               MOVE WS-LOG-CHOICE TO WS-OPT-NUM
           END-IF
           IF WS-OPT-NUM IS NUMERIC
               IF WS-OPT-NUM > 0
                   ADD 1 TO WS-OPT-COUNT(WS-OPT-NUM)
               END-IF
           END-IF.
           MOVE 'GENERATIONS BY MENU OPTION' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                   UNTIL WS-OPT-IDX > 99
               IF WS-OPT-COUNT(WS-OPT-IDX) > 0
                   MOVE WS-OPT-COUNT(WS-OPT-IDX) TO WS-COUNT-ED
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING '  Option ' WS-OPT-IDX(2:2)
                       '  ' WS-COUNT-ED
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO REPORT-LINE
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SEC-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'Total security violations:  ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BRK-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'Total member locks broken:  ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       2500-SECURITY-PASS.
           MOVE 'SECURITY VIOLATIONS' TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SEC-COUNT = 0
               MOVE '  None recorded.' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE '  Date     Time   Opt Operator Attempt'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'N' TO WS-EOF-GENLOG
               OPEN INPUT GENLOG
               IF WS-STATUS-GENLOG NOT = '00'
                   DISPLAY 'Unable to reopen GENLOG.TXT, status='
                       WS-STATUS-GENLOG
               ELSE
                   PERFORM UNTIL WS-GENLOG-EOF
                       READ GENLOG INTO WS-LOG-LINE
                           AT END
                               SET WS-GENLOG-EOF TO TRUE
                           NOT AT END
                               PERFORM 2510-WRITE-SECURITY-LINE
                       END-READ
                   END-PERFORM
                   CLOSE GENLOG
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       2510-WRITE-SECURITY-LINE.
           PERFORM 1200-PARSE-LOG-LINE
           IF WS-LOG-TYPE = 'SEC '
                   AND WS-LOG-DATE >= WS-FROM-DATE
                   AND WS-LOG-DATE <= WS-TO-DATE
               MOVE SPACES TO WS-BUILD-LINE
               STRING '  ' WS-LOG-LINE(1:8) ' ' WS-LOG-LINE(10:6)
                   ' ' WS-LOG-CHOICE '  ' WS-LOG-LINE(66:8)
                   ' ' WS-LOG-LINE(24:42)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3000-DETAIL-PASS.
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'DETAIL FOR ' WS-FROM-DATE ' TO ' WS-TO-DATE
