
           PERFORM 5700-SET-RUNSTATS-HOOK
           MOVE 'SQLPROG' TO WS-RST-PROGRAM.

           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "       PROGRAM-ID. SQLPROG." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           END-IF.

           IF WS-GEN-RUNSTATS = 'Y' AND WS-CHOICE3 NOT = "O"
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "       INPUT-OUTPUT SECTION." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "       FILE-CONTROL." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           END-IF.

           IF WS-GEN-RUNSTATS = 'Y'
           PERFORM 5705-EMIT-RUNSTATS-SELECT
           END-IF.

           MOVE "       DATA DIVISION." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2.

           WRITE OUTPUT-LINE2
           END-IF.

           IF WS-GEN-RUNSTATS = 'Y' AND WS-CHOICE3 NOT = "O"
           MOVE "       FILE SECTION." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           END-IF.

           IF WS-GEN-RUNSTATS = 'Y'
           PERFORM 5710-EMIT-RUNSTATS-FD
           END-IF.

           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE2.
           WRITE OUTPUT-LINE2.
           MOVE "       01  WS-SQLCODE-ED PIC -(9)9." TO OUTPUT-LINE2.
           WRITE OUTPUT-LINE2.

           IF WS-GEN-RUNSTATS = 'Y'
           PERFORM 5715-EMIT-RUNSTATS-WS
           END-IF.

           IF WS-CHOICE3 = "O"
           MOVE "       01  WS-STATUS-CHKPT PIC XX." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           END-PERFORM
           END-IF.

           IF WS-GEN-RUNSTATS = 'Y'
           PERFORM 5720-EMIT-RUNSTATS-LINKAGE
           END-IF.

           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE2.
           WRITE OUTPUT-LINE2.

           IF WS-CHOICE = "O"
           MOVE "       1000-ACCESS-DATABASE." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5725-EMIT-RUNSTATS-START
           END-IF
           MOVE "GEN0101I" TO WS-MSG-KEY
           MOVE "Accessing database..." TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE "." TO WS-MSG-END
           PERFORM 5315-EMIT-MESSAGE-SQL
           MOVE "           EXEC SQL" TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "               CONNECT :USERNAME IDENTIFIED BY :PASSWD 
           WRITE OUTPUT-LINE2
           MOVE "           IF SQLCODE EQUAL ZERO" TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "GEN0102I" TO WS-MSG-KEY
           MOVE "Database connection successful" TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           PERFORM 5315-EMIT-MESSAGE-SQL
           MOVE "           ELSE" TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "GEN0103E" TO WS-MSG-KEY
           MOVE "Database connection failed" TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           PERFORM 5315-EMIT-MESSAGE-SQL
           MOVE "               PERFORM 9900-SQL-ERROR"
           TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "           INITIALIZE SQLCODE." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           PERFORM 5730-EMIT-RUNSTATS-CALL
           MOVE "           STOP RUN." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           END-IF.
          
           MOVE "       2000-GENERATE-SELECT-COUNT." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5725-EMIT-RUNSTATS-START
           END-IF
           MOVE "GEN0104I" TO WS-MSG-KEY
           MOVE "Generating SELECT COUNT(*) query..." TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE "." TO WS-MSG-END
           PERFORM 5315-EMIT-MESSAGE-SQL
           MOVE "           EXEC SQL" TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "               SELECT COUNT(*)" TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "               WHEN SQLCODE = 0" TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "GEN0105I" TO WS-MSG-KEY
           MOVE "Count is:" TO WS-MSG-TEXT
           MOVE 19 TO WS-MSG-INDENT
           MOVE "DK-COUNT" TO WS-MSG-TAIL
           PERFORM 5315-EMIT-MESSAGE-SQL
           IF WS-GEN-RUNSTATS = 'Y'
               MOVE "                   MOVE DK-COUNT TO WS-RS-READ"
               TO OUTPUT-LINE2
               WRITE OUTPUT-LINE2
           END-IF
           MOVE "               WHEN SQLCODE = 100" TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "GEN0106W" TO WS-MSG-KEY
           MOVE "No rows found." TO WS-MSG-TEXT
           MOVE 19 TO WS-MSG-INDENT
           PERFORM 5315-EMIT-MESSAGE-SQL
           MOVE "               WHEN OTHER" TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "                   PERFORM 9900-SQL-ERROR"
           WRITE OUTPUT-LINE2
           MOVE "           INITIALIZE SQLCODE." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           PERFORM 5730-EMIT-RUNSTATS-CALL
           MOVE "           STOP RUN." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           END-IF.
           
           MOVE "       3000-GENERATE-FETCH." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5725-EMIT-RUNSTATS-START
           END-IF
           MOVE "GEN0107I" TO WS-MSG-KEY
           MOVE "Generating cursor..." TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE "." TO WS-MSG-END
           PERFORM 5315-EMIT-MESSAGE-SQL
           MOVE "           EXEC SQL" TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "               DECLARE my_cursor CURSOR WITH HOLD"
           WRITE OUTPUT-LINE2
           MOVE "           IF SQLCODE EQUAL ZERO" TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "GEN0108I" TO WS-MSG-KEY
           MOVE "Cursor declared successfully." TO WS-MSG-TEXT
           MOVE 14 TO WS-MSG-INDENT
           PERFORM 5315-EMIT-MESSAGE-SQL
           MOVE "           ELSE" TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "GEN0109E" TO WS-MSG-KEY
           MOVE "Cursor declaration failed." TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           PERFORM 5315-EMIT-MESSAGE-SQL
           MOVE "           END-IF." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "           EXEC SQL OPEN my_cursor END-EXEC."
           WRITE OUTPUT-LINE2
           MOVE "           INITIALIZE SQLCODE." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           PERFORM 5730-EMIT-RUNSTATS-CALL
           MOVE "           STOP RUN." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "       3100-FETCH." TO OUTPUT-LINE2

           MOVE "           ADD 1 TO WS-IDX" TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           IF WS-GEN-RUNSTATS = 'Y'
               MOVE "           ADD 1 TO WS-RS-READ" TO OUTPUT-LINE2
               WRITE OUTPUT-LINE2
           END-IF
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
               MOVE SPACES TO OUTPUT-LINE2
                   INTO OUTPUT-LINE2
               WRITE OUTPUT-LINE2
           END-PERFORM
           MOVE "GEN0110T" TO WS-MSG-KEY
           MOVE "Column" TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           PERFORM 5302-QUOTE-MESSAGE
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
               IF WS-SQL-COL-IDX = 1
                   MOVE SPACES TO OUTPUT-LINE2
                   STRING "           DISPLAY '"
                       WS-MSG-LIT(1:WS-MSG-LIT-LEN)
                       DELIMITED BY SIZE
                       WS-SQL-COL-IDX DELIMITED BY SIZE
                       ": ', DK-COLUMN" DELIMITED BY SIZE
                       INTO OUTPUT-LINE2
               ELSE
                   MOVE SPACES TO OUTPUT-LINE2
                   STRING "               , '"
                       WS-MSG-LIT(1:WS-MSG-LIT-LEN)
                       DELIMITED BY SIZE
                       WS-SQL-COL-IDX DELIMITED BY SIZE
                       ": ', DK-COLUMN" DELIMITED BY SIZE
                       WS-SQL-COL-IDX DELIMITED BY SIZE
          
           MOVE "       4000-UPDATE-QUERY." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5725-EMIT-RUNSTATS-START
           END-IF
           MOVE "GEN0111I" TO WS-MSG-KEY
           MOVE "Generating UPDATE query..." TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE "." TO WS-MSG-END
           PERFORM 5315-EMIT-MESSAGE-SQL
           MOVE "           EXEC SQL" TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE SPACES TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "               WHEN SQLCODE = 0" TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "GEN0112I" TO WS-MSG-KEY
           MOVE "Rows updated:" TO WS-MSG-TEXT
           MOVE 19 TO WS-MSG-INDENT
           MOVE "SQLERRD(3)" TO WS-MSG-TAIL
           PERFORM 5315-EMIT-MESSAGE-SQL
           IF WS-GEN-RUNSTATS = 'Y'
               MOVE SPACES TO OUTPUT-LINE2
               STRING "                   MOVE SQLERRD(3) TO"
                   DELIMITED BY SIZE
                   " WS-RS-WRITTEN" DELIMITED BY SIZE
                   INTO OUTPUT-LINE2
               WRITE OUTPUT-LINE2
           END-IF
           MOVE "                   EXEC SQL COMMIT END-EXEC"
           TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "               WHEN SQLCODE = 100" TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "GEN0113W" TO WS-MSG-KEY
           MOVE "No rows matched." TO WS-MSG-TEXT
           MOVE 19 TO WS-MSG-INDENT
           PERFORM 5315-EMIT-MESSAGE-SQL
           MOVE "               WHEN OTHER" TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "                   PERFORM 9900-SQL-ERROR"
           WRITE OUTPUT-LINE2
           MOVE "           END-EVALUATE." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           PERFORM 5730-EMIT-RUNSTATS-CALL
           MOVE "           STOP RUN." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
        

           MOVE "       5000-INSERT-ROW." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5725-EMIT-RUNSTATS-START
           END-IF
           MOVE "GEN0114I" TO WS-MSG-KEY
           MOVE "Inserting a row..." TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE "." TO WS-MSG-END
           PERFORM 5315-EMIT-MESSAGE-SQL
           MOVE "           EXEC SQL" TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE SPACES TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "           IF SQLCODE EQUAL ZERO" TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "GEN0115I" TO WS-MSG-KEY
           MOVE "Row inserted." TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           PERFORM 5315-EMIT-MESSAGE-SQL
           IF WS-GEN-RUNSTATS = 'Y'
               MOVE "               MOVE 1 TO WS-RS-WRITTEN"
               TO OUTPUT-LINE2
               WRITE OUTPUT-LINE2
           END-IF
           MOVE "               EXEC SQL COMMIT END-EXEC"
           TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "           END-IF." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           PERFORM 5730-EMIT-RUNSTATS-CALL
           MOVE "           STOP RUN." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2


           MOVE "       6000-DELETE-ROWS." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5725-EMIT-RUNSTATS-START
           END-IF
           MOVE "GEN0116I" TO WS-MSG-KEY
           MOVE "Deleting rows..." TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE "." TO WS-MSG-END
           PERFORM 5315-EMIT-MESSAGE-SQL
           MOVE "           EXEC SQL" TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE SPACES TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "           IF SQLCODE EQUAL ZERO" TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "GEN0117I" TO WS-MSG-KEY
           MOVE "Rows deleted:" TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE "SQLERRD(3)" TO WS-MSG-TAIL
           PERFORM 5315-EMIT-MESSAGE-SQL
           IF WS-GEN-RUNSTATS = 'Y'
               MOVE "               MOVE SQLERRD(3) TO WS-RS-WRITTEN"
               TO OUTPUT-LINE2
               WRITE OUTPUT-LINE2
           END-IF
           MOVE "               EXEC SQL COMMIT END-EXEC"
           TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "           END-IF." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           PERFORM 5730-EMIT-RUNSTATS-CALL
           MOVE "           STOP RUN." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2

           MOVE "           MOVE SQLCODE TO WS-SQLCODE-ED"
           TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "GEN0118E" TO WS-MSG-KEY
           MOVE "SQL ERROR, SQLCODE =" TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE "WS-SQLCODE-ED" TO WS-MSG-TAIL
           PERFORM 5315-EMIT-MESSAGE-SQL
           MOVE "GEN0119E" TO WS-MSG-KEY
           MOVE "SQLERRMC:" TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE "SQLERRMC" TO WS-MSG-TAIL
           PERFORM 5315-EMIT-MESSAGE-SQL
           MOVE "           EXEC SQL ROLLBACK END-EXEC"
           TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           MOVE "           MOVE 12 TO RETURN-CODE" TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2
           PERFORM 5730-EMIT-RUNSTATS-CALL
           MOVE "           STOP RUN." TO OUTPUT-LINE2
           WRITE OUTPUT-LINE2

           IF WS-GEN-RUNSTATS = 'Y'
           PERFORM 5735-EMIT-RUNSTATS-PARA
           END-IF.
           MOVE 'N' TO WS-GEN-RUNSTATS.

