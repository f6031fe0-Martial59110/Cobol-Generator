                       MOVE 'READFILE' TO WS-GEN-PROGID
               END-EVALUATE
           END-IF.
           PERFORM 5700-SET-RUNSTATS-HOOK.
           IF WS-CHOICE EQUAL "O" OR WS-CHOICE3 EQUAL "O"
           MOVE 'WS-RECORDS-READ' TO WS-RST-READ-SRC
           END-IF.
           IF WS-CHOICE2 EQUAL "O" OR WS-CHOICE3 EQUAL "O"
           MOVE 'WS-RECORDS-WRITTEN' TO WS-RST-WRITE-SRC
           END-IF.
           MOVE SPACES TO OUTPUT-LINE.
           STRING "       PROGRAM-ID. " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-PROGID) DELIMITED BY SIZE
           PERFORM 1590-EMIT-SELECT-CLAUSE
           END-IF.

           IF WS-PROF-RUNDATE NOT = SPACES
           PERFORM 1591-EMIT-RUNDATE-SELECT
           END-IF.

           IF WS-GEN-RUNSTATS = 'Y'
           PERFORM 5705-EMIT-RUNSTATS-SELECT
           END-IF.

           IF WS-PROJECT-MODE
           MOVE 'BALANCE-LEDGER' TO WS-SEL-FDNAME
           MOVE 'BALLEDGR' TO WS-SEL-DDNAME
           WRITE OUTPUT-LINE FROM SPACE
           END-IF.

           IF WS-PROF-RUNDATE NOT = SPACES
           PERFORM 1592-EMIT-RUNDATE-FD
           WRITE OUTPUT-LINE FROM SPACE
           END-IF.

           IF WS-GEN-RUNSTATS = 'Y'
           PERFORM 5710-EMIT-RUNSTATS-FD
           WRITE OUTPUT-LINE FROM SPACE
           END-IF.

           IF WS-CHOICE3 EQUAL "O"

           MOVE "       SD  SORT-WORKFILE."
           WRITE OUTPUT-LINE
           END-IF.

           IF WS-PROF-RUNDATE NOT = SPACES
           PERFORM 1593-EMIT-RUNDATE-WS
           END-IF.

           IF WS-GEN-RUNSTATS = 'Y'
           PERFORM 5715-EMIT-RUNSTATS-WS
           PERFORM 5720-EMIT-RUNSTATS-LINKAGE
           END-IF.

           WRITE OUTPUT-LINE FROM SPACE.
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.

           IF WS-GEN-RUNSTATS = 'Y'
           PERFORM 5725-EMIT-RUNSTATS-START
           END-IF.

           IF WS-PROF-RUNDATE NOT = SPACES
           MOVE "           PERFORM 7900-GET-RUN-DATE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           END-IF.

           IF WS-PROJECT-MODE
           IF WS-CHOICE EQUAL "O" OR WS-CHOICE3 EQUAL "O"
           MOVE "           MOVE 0 TO WS-RECORDS-READ" TO OUTPUT-LINE
           IF WS-PROJECT-MODE
           MOVE "           PERFORM 9700-WRITE-LEDGER" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 5730-EMIT-RUNSTATS-CALL
           MOVE "           GOBACK." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           ELSE
           PERFORM 5730-EMIT-RUNSTATS-CALL
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           END-IF.
           MOVE "           IF NOT NoErrors" 
           TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "GEN0001E" TO WS-MSG-KEY
           MOVE "Error opening input file. Status:" TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE "WS-STATUS-INPUT" TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           PERFORM 1595-EMIT-FATAL-EXIT
           MOVE "           END-IF"
           TO OUTPUT-LINE
           MOVE "           PERFORM 8050-COUNT-OUTPUT-RECORDS"
           TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "GEN0007I" TO WS-MSG-KEY
           MOVE "Restart, records already processed:" TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE "WS-CHKPT-COUNT" TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           OPEN EXTEND OUTPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           END-IF
           MOVE "           IF NOT OutputNoErrors" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "GEN0002E" TO WS-MSG-KEY
           MOVE "Error opening output file. Status:" TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE "WS-STATUS-OUTPUT" TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           PERFORM 1595-EMIT-FATAL-EXIT
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           WRITE OUTPUT-LINE
           END-IF
           IF WS-GEN-VARREC = 'Y'
           MOVE "GEN0006I" TO WS-MSG-KEY
           MOVE "SEGMENTS READ:" TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE "WS-SEGMENTS-READ" TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           END-IF
           IF WS-CHOICE2 EQUAL "O"
           MOVE "GEN0003I" TO WS-MSG-KEY
           MOVE "RECORDS READ:" TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE "WS-RECORDS-READ" TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "GEN0004I" TO WS-MSG-KEY
           MOVE "RECORDS WRITTEN:" TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE "WS-RECORDS-WRITTEN" TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           IF WS-RECORDS-READ NOT ="
           TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   WS-RECORDS-WRITTEN"
           TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "GEN0005E" TO WS-MSG-KEY
           MOVE "RECORD COUNTS OUT OF BALANCE" TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           MOVE 8 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           MOVE "           CONTINUE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           ELSE
           MOVE "GEN0003I" TO WS-MSG-KEY
           MOVE "RECORDS READ:" TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE "WS-RECORDS-READ" TO WS-MSG-TAIL
           MOVE "." TO WS-MSG-END
           PERFORM 5310-EMIT-MESSAGE
           END-IF
           WRITE OUTPUT-LINE FROM SPACE

           MOVE "           IF NOT OutputNoErrors" 
           TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "GEN0002E" TO WS-MSG-KEY
           MOVE "Error opening output file. Status:" TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE "WS-STATUS-OUTPUT" TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           PERFORM 1595-EMIT-FATAL-EXIT
           MOVE "           END-IF"
           TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE OUTPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "GEN0004I" TO WS-MSG-KEY
           MOVE "RECORDS WRITTEN:" TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE "WS-RECORDS-WRITTEN" TO WS-MSG-TAIL
           MOVE "." TO WS-MSG-END
           PERFORM 5310-EMIT-MESSAGE
           WRITE OUTPUT-LINE FROM SPACE

           END-IF.
      -    "URE."
           TO OUTPUT-LINE
           WRITE OUTPUT-LINE 
           MOVE "GEN0003I" TO WS-MSG-KEY
           MOVE "RECORDS READ:" TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE "WS-RECORDS-READ" TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "GEN0004I" TO WS-MSG-KEY
           MOVE "RECORDS WRITTEN:" TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE "WS-RECORDS-WRITTEN" TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           IF WS-RECORDS-READ NOT ="
           TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   WS-RECORDS-WRITTEN"
           TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "GEN0005E" TO WS-MSG-KEY
           MOVE "RECORD COUNTS OUT OF BALANCE" TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           MOVE 8 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           "                 IF NOT NoErrors"
           TO OUTPUT-LINE
           WRITE OUTPUT-LINE 
           MOVE "GEN0001E" TO WS-MSG-KEY
           MOVE "Error opening input file. Status:" TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE "WS-STATUS-INPUT" TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           PERFORM 1595-EMIT-FATAL-EXIT
           MOVE
           "                 END-IF."
           "            IF NOT OutputNoErrors"
           TO OUTPUT-LINE
           WRITE OUTPUT-LINE 
           MOVE "GEN0002E" TO WS-MSG-KEY
           MOVE "Error opening output file. Status:" TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE "WS-STATUS-OUTPUT" TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           PERFORM 1595-EMIT-FATAL-EXIT
           MOVE
           "              END-IF."
           WRITE OUTPUT-LINE FROM SPACE
           MOVE "       9700-WRITE-LEDGER." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-PROF-RUNDATE NOT = SPACES
           MOVE "           MOVE WS-RUN-DATE TO WS-LEDGER-DATE"
           TO OUTPUT-LINE
           ELSE
           MOVE "           ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD"
           TO OUTPUT-LINE
           END-IF
           WRITE OUTPUT-LINE
           MOVE "           ACCEPT WS-LEDGER-TIME FROM TIME"
           TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE BALANCE-LEDGER." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           END-IF.

           IF WS-PROF-RUNDATE NOT = SPACES
           WRITE OUTPUT-LINE FROM SPACE
           PERFORM 1594-EMIT-RUNDATE-PARA
           END-IF.

           IF WS-GEN-RUNSTATS = 'Y'
           WRITE OUTPUT-LINE FROM SPACE
           PERFORM 5735-EMIT-RUNSTATS-PARA
           END-IF.
           MOVE 'N' TO WS-GEN-RUNSTATS.
