       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENSPEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-CATALOG ASSIGN TO 'GENCATLG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS WS-STATUS-CATALOG.
           SELECT ARCHIVE-FILE ASSIGN TO WS-SRC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SOURCE.
           SELECT COPY-FILE ASSIGN TO WS-CPY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-COPY.
           SELECT SPEC-REPORT ASSIGN TO 'GENSPEC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  GEN-CATALOG.
       01  CATALOG-RECORD.
           05  CAT-KEY.
               10  CAT-MEMBER PIC X(10).
               10  CAT-VERSION PIC 9(4).
           05  CAT-GEN-DATE PIC X(8).
           05  CAT-GEN-TIME PIC X(6).
           05  CAT-OPTION PIC X(2).
           05  CAT-PARMS PIC X(20).
           05  CAT-FILENAME PIC X(40).
           05  CAT-STATUS PIC X.
           05  CAT-APPROVER PIC X(8).
           05  CAT-APPROVE-DATE PIC X(8).
           05  CAT-PROMOTE-DATE PIC X(8).
           05  CAT-REGR-RESULT PIC X.
           05  CAT-REGR-DATE PIC X(8).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE PIC X(100).

       FD  COPY-FILE.
       01  COPY-LINE PIC X(100).

       FD  SPEC-REPORT.
       01  SPEC-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-COMMAND-PARM PIC X(80).
       01  WS-SPEC-MEMBER PIC X(10) VALUE SPACES.
       01  WS-SPEC-VERSION PIC X(4) VALUE SPACES.
       01  WS-SRC-FILENAME PIC X(40).
       01  WS-CPY-FILENAME PIC X(40).
       01  WS-STATUS-CATALOG PIC XX.
       01  WS-STATUS-SOURCE PIC XX.
       01  WS-STATUS-COPY PIC XX.
       01  WS-STATUS-REPORT PIC XX.
       01  WS-EOF-CATALOG PIC X.
       01  WS-EOF-LOAD PIC X.
       01  WS-EOF-COPY PIC X.
       01  WS-CAT-FOUND PIC X VALUE 'N'.
       01  WS-LATEST-VERSION PIC 9(4) VALUE 0.
       01  WS-TRUNCATED PIC X VALUE 'N'.
       01  WS-COPY-MISSING PIC X VALUE 'N'.
       01  WS-STATUS-WORD PIC X(10).
       01  WS-PROGRAM-ID PIC X(30) VALUE SPACES.
       01  WS-SRC-COUNT PIC 9(4) VALUE 0.
       01  WS-SRC-IDX PIC 9(4).
       01  WS-SRC-LINE-TAB.
           05  WS-SRC-LINE OCCURS 2000 TIMES PIC X(80).
       01  WS-CUR-LINE PIC X(80).
       01  WS-CLEAN-LINE PIC X(80).
       01  WS-CL-POS PIC 99.
       01  WS-IN-QUOTE PIC X.
       01  WS-QUOTE-CHAR PIC X.
       01  WS-DIVISION PIC X VALUE 'I'.
       01  WS-SECTION PIC X VALUE SPACE.
       01  WS-IN-COPYBOOK PIC X VALUE 'N'.
       01  WS-PENDING-COPY PIC X(40) VALUE SPACES.
       01  WS-STMT PIC X(800).
       01  WS-STMT-PTR PIC 9(4) VALUE 1.
       01  WS-STMT-LEN PIC 9(4).
       01  WS-TOK-COUNT PIC 99.
       01  WS-TOK-IDX PIC 99.
       01  WS-TOK-PTR PIC 9(4).
       01  WS-TOK-WORK PIC X(40).
       01  WS-TOK-POS PIC 99.
       01  WS-TOK-TAB.
           05  WS-TOK OCCURS 80 TIMES PIC X(40).
       01  WS-RTOK-COUNT PIC 99.
       01  WS-RTOK-TAB.
           05  WS-RTOK OCCURS 80 TIMES PIC X(40).
       01  WS-FILE-COUNT PIC 99 VALUE 0.
       01  WS-FILE-IDX PIC 99.
       01  WS-FILE-TAB.
           05  WS-FILE-ENTRY OCCURS 30 TIMES.
               10  WS-FILE-NAME PIC X(30).
               10  WS-FILE-ASSIGN PIC X(40).
               10  WS-FILE-ORG PIC X(16).
               10  WS-FILE-ACCESS PIC X(10).
               10  WS-FILE-KEY PIC X(30).
               10  WS-FILE-STATUS PIC X(30).
       01  WS-CUR-FD PIC X(30) VALUE SPACES.
       01  WS-FLD-COUNT PIC 999 VALUE 0.
       01  WS-FLD-IDX PIC 999.
       01  WS-FLD-SRCH PIC 999.
       01  WS-FLD-PARENT-WK PIC 999.
       01  WS-FLD-TAB.
           05  WS-FLD-ENTRY OCCURS 400 TIMES.
               10  WS-FLD-FD PIC X(30).
               10  WS-FLD-LEVEL PIC 99.
               10  WS-FLD-NAME PIC X(30).
               10  WS-FLD-PIC PIC X(30).
               10  WS-FLD-USAGE PIC X(10).
               10  WS-FLD-OCCURS PIC 9(4).
               10  WS-FLD-REDEF PIC X(30).
               10  WS-FLD-SEPARATE PIC X.
               10  WS-FLD-GROUP PIC X.
               10  WS-FLD-DEPTH PIC 99.
               10  WS-FLD-PARENT PIC 999.
               10  WS-FLD-LENGTH PIC 9(6).
               10  WS-FLD-SPAN PIC 9(6).
               10  WS-FLD-OFFSET PIC 9(6).
               10  WS-FLD-NEXT PIC 9(6).
       01  WS-FLD-LVL-WK PIC 99.
       01  WS-FLD-START PIC 99.
       01  WS-FLD-STOP PIC X.
       01  WS-STK-TOP PIC 99.
       01  WS-STK-DONE PIC X.
       01  WS-STK-TAB.
           05  WS-STK-ENTRY OCCURS 50 TIMES.
               10  WS-STK-LVL PIC 99.
               10  WS-STK-IDX PIC 999.
       01  WS-PW-POS PIC 99.
       01  WS-PW-CHAR PIC X.
       01  WS-PW-LAST PIC X.
       01  WS-PW-DIGIT PIC 9.
       01  WS-PW-NUM PIC 9(6).
       01  WS-PW-LEN PIC 9(6).
       01  WS-PW-DIGITS PIC 9(4).
       01  WS-PARA-COUNT PIC 999 VALUE 0.
       01  WS-PARA-IDX PIC 999.
       01  WS-CUR-PARA PIC 999 VALUE 0.
       01  WS-PARA-TAB.
           05  WS-PARA-NAME OCCURS 400 TIMES PIC X(40).
       01  WS-PF-COUNT PIC 9(4) VALUE 0.
       01  WS-PF-IDX PIC 9(4).
       01  WS-PF-FOUND PIC X.
       01  WS-PF-SHOWN PIC 999.
       01  WS-PF-TARGET-WK PIC X(40).
       01  WS-PF-THRU-WK PIC X(40).
       01  WS-PF-TAB.
           05  WS-PF-ENTRY OCCURS 1000 TIMES.
               10  WS-PF-FROM PIC 999.
               10  WS-PF-TARGET PIC X(40).
               10  WS-PF-THRU PIC X(40).
       01  WS-RC-COUNT PIC 99 VALUE 0.
       01  WS-RC-IDX PIC 99.
       01  WS-RC-FOUND PIC X.
       01  WS-RC-WORK PIC X(12).
       01  WS-RC-TAB.
           05  WS-RC-ENTRY OCCURS 50 TIMES.
               10  WS-RC-VALUE PIC X(12).
               10  WS-RC-PARA PIC X(40).
       01  WS-CB-COUNT PIC 99 VALUE 0.
       01  WS-CB-IDX PIC 99.
       01  WS-CB-LAST PIC 99 VALUE 0.
       01  WS-CB-WORK PIC X(40).
       01  WS-CB-KIND-WK PIC X(12).
       01  WS-CB-TAB.
           05  WS-CB-ENTRY OCCURS 40 TIMES.
               10  WS-CB-NAME PIC X(40).
               10  WS-CB-KIND PIC X(12).
               10  WS-CB-EXPANDED PIC X.
       01  WS-BUILD-LINE PIC X(100).
       01  WS-COL-NAME PIC X(30).
       01  WS-COL-ASSIGN PIC X(30).
       01  WS-COL-ORG PIC X(16).
       01  WS-COL-ACCESS PIC X(10).
       01  WS-COL-LEVEL PIC X(4).
       01  WS-COL-FIELD PIC X(30).
       01  WS-COL-PIC PIC X(16).
       01  WS-COL-USAGE PIC X(9).
       01  WS-COL-OCCURS PIC X(5).
       01  WS-COL-RC PIC X(14).
       01  WS-COL-BOOK PIC X(30).
       01  WS-OFFSET-ED PIC ZZZZZ9.
       01  WS-LENGTH-ED PIC ZZZZZ9.
       01  WS-OCCURS-ED PIC ZZZ9.
       01  WS-COUNT-ED PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-COMMAND-PARM FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-PARM)
               TO WS-COMMAND-PARM
           UNSTRING WS-COMMAND-PARM DELIMITED BY ALL ' '
               INTO WS-SPEC-MEMBER WS-SPEC-VERSION
           END-UNSTRING
           IF WS-SPEC-MEMBER = SPACES
               DISPLAY 'Usage: GENSPEC member [version]'
               DISPLAY 'Example: GENSPEC READFILE 0003'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SPEC-VERSION NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-SPEC-VERSION) NOT = 0
               DISPLAY 'Version must be numeric: ' WS-SPEC-VERSION
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-READ-CATALOG
           PERFORM 1200-LOAD-ARCHIVED-SOURCE
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               MOVE WS-SRC-LINE(WS-SRC-IDX) TO WS-CUR-LINE
               PERFORM 2100-PROCESS-SOURCE-LINE
               IF WS-PENDING-COPY NOT = SPACES
                   PERFORM 2800-EXPAND-COPYBOOK
               END-IF
           END-PERFORM
           PERFORM 2700-COMPUTE-FIELD-POSITIONS
           OPEN OUTPUT SPEC-REPORT
           IF WS-STATUS-REPORT NOT = '00'
               DISPLAY 'Unable to open GENSPEC.TXT, status='
                   WS-STATUS-REPORT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-WRITE-SPEC-HEADING
           PERFORM 3100-WRITE-FILE-SECTION
           PERFORM 3200-WRITE-RECORD-LAYOUTS
           PERFORM 3300-WRITE-PARAGRAPHS
           PERFORM 3400-WRITE-RETURN-CODES
           PERFORM 3500-WRITE-COPYBOOKS
           MOVE SPACES TO SPEC-LINE
           WRITE SPEC-LINE
           MOVE 'END OF SPECIFICATION' TO SPEC-LINE
           WRITE SPEC-LINE
           CLOSE SPEC-REPORT
           DISPLAY 'GENSPEC complete, report written to GENSPEC.TXT'
           IF WS-TRUNCATED = 'Y' OR WS-COPY-MISSING = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-READ-CATALOG.
           OPEN INPUT GEN-CATALOG
           IF WS-STATUS-CATALOG NOT = '00'
               DISPLAY 'Generation catalog unavailable, status '
                   WS-STATUS-CATALOG
               IF WS-STATUS-CATALOG = '39'
                   DISPLAY 'The catalog is in the old 90-byte layout;'
                       ' convert it with GENCATBK CONVERT'
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SPEC-VERSION = SPACES
               PERFORM 1100-FIND-LATEST-VERSION
           ELSE
               MOVE WS-SPEC-MEMBER TO CAT-MEMBER
               COMPUTE CAT-VERSION = FUNCTION NUMVAL(WS-SPEC-VERSION)
               READ GEN-CATALOG KEY IS CAT-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-CAT-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CAT-FOUND
               END-READ
           END-IF
           CLOSE GEN-CATALOG
           IF WS-CAT-FOUND = 'N'
               IF WS-SPEC-VERSION = SPACES
                   DISPLAY 'Member not catalogued: ' WS-SPEC-MEMBER
               ELSE
                   DISPLAY 'Member version not catalogued: '
                       WS-SPEC-MEMBER ' V' WS-SPEC-VERSION
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-FIND-LATEST-VERSION.
           MOVE WS-SPEC-MEMBER TO CAT-MEMBER
           MOVE 0 TO CAT-VERSION
           START GEN-CATALOG KEY NOT < CAT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-CATALOG
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-CATALOG
           END-START
           PERFORM UNTIL WS-EOF-CATALOG = 'Y'
               READ GEN-CATALOG NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CATALOG
                   NOT AT END
                       IF CAT-MEMBER NOT = WS-SPEC-MEMBER
                           MOVE 'Y' TO WS-EOF-CATALOG
                       ELSE
                           MOVE CAT-VERSION TO WS-LATEST-VERSION
                           MOVE 'Y' TO WS-CAT-FOUND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CAT-FOUND = 'Y'
               MOVE WS-SPEC-MEMBER TO CAT-MEMBER
               MOVE WS-LATEST-VERSION TO CAT-VERSION
               READ GEN-CATALOG KEY IS CAT-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-CAT-FOUND
               END-READ
           END-IF.

       1200-LOAD-ARCHIVED-SOURCE.
           MOVE SPACES TO WS-SRC-FILENAME
           STRING 'GENARCH-' FUNCTION TRIM(CAT-MEMBER)
               '-' CAT-VERSION '.src'
               DELIMITED BY SIZE INTO WS-SRC-FILENAME
           MOVE 'N' TO WS-EOF-LOAD
           OPEN INPUT ARCHIVE-FILE
           IF WS-STATUS-SOURCE NOT = '00'
               DISPLAY 'No archived source found: '
                   FUNCTION TRIM(WS-SRC-FILENAME)
                   ', status ' WS-STATUS-SOURCE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-LOAD = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-LOAD
                   NOT AT END
                       IF WS-SRC-COUNT < 2000
                           ADD 1 TO WS-SRC-COUNT
                           MOVE ARCHIVE-LINE(1:80)
                               TO WS-SRC-LINE(WS-SRC-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TRUNCATED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           IF WS-TRUNCATED = 'Y'
               DISPLAY 'Warning: '
                   FUNCTION TRIM(WS-SRC-FILENAME)
                   ' truncated at 2000 lines; sheet is partial.'
           END-IF.

       2100-PROCESS-SOURCE-LINE.
           IF WS-CUR-LINE(7:1) = '*' OR WS-CUR-LINE(7:1) = '/'
                   OR WS-CUR-LINE(8:65) = SPACES
               CONTINUE
           ELSE
               PERFORM 2110-CLEAN-LINE
               IF WS-DIVISION = 'P'
                   PERFORM 2400-SCAN-PROCEDURE-LINE
               ELSE
                   PERFORM 2120-ACCUMULATE-STATEMENT
               END-IF
           END-IF.

       2110-CLEAN-LINE.
           MOVE WS-CUR-LINE TO WS-CLEAN-LINE
           MOVE SPACES TO WS-CLEAN-LINE(73:8)
           MOVE 'N' TO WS-IN-QUOTE
           PERFORM VARYING WS-CL-POS FROM 8 BY 1 UNTIL WS-CL-POS > 72
               IF WS-IN-QUOTE = 'Y'
                   IF WS-CLEAN-LINE(WS-CL-POS:1) = WS-QUOTE-CHAR
                       MOVE 'N' TO WS-IN-QUOTE
                   ELSE
                       IF WS-CLEAN-LINE(WS-CL-POS:1) NOT = SPACE
                           MOVE '#' TO WS-CLEAN-LINE(WS-CL-POS:1)
                       END-IF
                   END-IF
               ELSE
                   IF WS-CLEAN-LINE(WS-CL-POS:1) = "'"
                           OR WS-CLEAN-LINE(WS-CL-POS:1) = '"'
                       MOVE 'Y' TO WS-IN-QUOTE
                       MOVE WS-CLEAN-LINE(WS-CL-POS:1) TO WS-QUOTE-CHAR
                   END-IF
               END-IF
           END-PERFORM.

       2120-ACCUMULATE-STATEMENT.
           STRING FUNCTION TRIM(WS-CUR-LINE(8:65)) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               INTO WS-STMT WITH POINTER WS-STMT-PTR
               ON OVERFLOW
                   CONTINUE
           END-STRING
           MOVE 72 TO WS-CL-POS
           PERFORM UNTIL WS-CL-POS < 8
                   OR WS-CLEAN-LINE(WS-CL-POS:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CL-POS
           END-PERFORM
           IF WS-CL-POS > 7 AND WS-CLEAN-LINE(WS-CL-POS:1) = '.'
               PERFORM 2200-PROCESS-STATEMENT
               MOVE SPACES TO WS-STMT
               MOVE 1 TO WS-STMT-PTR
           END-IF.

       2200-PROCESS-STATEMENT.
           MOVE WS-STMT-PTR TO WS-STMT-LEN
           PERFORM 2900-TOKENIZE-STATEMENT
           MOVE WS-TOK-TAB TO WS-RTOK-TAB
           MOVE WS-TOK-COUNT TO WS-RTOK-COUNT
           MOVE FUNCTION UPPER-CASE(WS-STMT) TO WS-STMT
           PERFORM 2900-TOKENIZE-STATEMENT
           IF WS-TOK-COUNT > 0
               EVALUATE TRUE
                   WHEN WS-TOK(2) = 'DIVISION'
                       MOVE WS-TOK(1)(1:1) TO WS-DIVISION
                       MOVE SPACE TO WS-SECTION
                   WHEN WS-TOK(2) = 'SECTION'
                       EVALUATE WS-TOK(1)
                           WHEN 'FILE'
                               MOVE 'F' TO WS-SECTION
                           WHEN 'WORKING-STORAGE'
                               MOVE 'W' TO WS-SECTION
                           WHEN 'LINKAGE'
                               MOVE 'L' TO WS-SECTION
                           WHEN OTHER
                               MOVE 'O' TO WS-SECTION
                       END-EVALUATE
                   WHEN WS-TOK(1) = 'PROGRAM-ID'
                       IF WS-PROGRAM-ID = SPACES
                           MOVE WS-RTOK(2) TO WS-CB-WORK
                           PERFORM 2610-STRIP-QUOTES
                           MOVE WS-CB-WORK TO WS-PROGRAM-ID
                       END-IF
                   WHEN WS-TOK(1) = 'SELECT'
                       PERFORM 2300-STORE-SELECT
                   WHEN WS-TOK(1) = 'COPY'
                       MOVE WS-RTOK(2) TO WS-CB-WORK
                       MOVE 'COPY' TO WS-CB-KIND-WK
                       PERFORM 2600-NOTE-COPYBOOK
                       IF WS-SECTION = 'F' AND WS-IN-COPYBOOK = 'N'
                           MOVE WS-CB-WORK TO WS-PENDING-COPY
                       END-IF
                   WHEN WS-TOK(1) = 'EXEC' AND WS-TOK(3) = 'INCLUDE'
                       MOVE WS-RTOK(4) TO WS-CB-WORK
                       MOVE 'SQL INCLUDE' TO WS-CB-KIND-WK
                       PERFORM 2600-NOTE-COPYBOOK
                   WHEN WS-TOK(1) = 'FD' OR WS-TOK(1) = 'SD'
                       MOVE WS-TOK(2) TO WS-CUR-FD
                   WHEN WS-SECTION = 'F'
                           AND WS-TOK(1)(1:1) IS NUMERIC
                       PERFORM 2500-STORE-FIELD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2300-STORE-SELECT.
           IF WS-FILE-COUNT < 30
               ADD 1 TO WS-FILE-COUNT
               MOVE SPACES TO WS-FILE-ENTRY(WS-FILE-COUNT)
               MOVE 'SEQUENTIAL' TO WS-FILE-ORG(WS-FILE-COUNT)
               MOVE 'SEQUENTIAL' TO WS-FILE-ACCESS(WS-FILE-COUNT)
               PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                       UNTIL WS-TOK-IDX > WS-TOK-COUNT
                   EVALUATE WS-TOK(WS-TOK-IDX)
                       WHEN 'SELECT'
                           ADD 1 TO WS-TOK-IDX
                           IF WS-TOK(WS-TOK-IDX) = 'OPTIONAL'
                               ADD 1 TO WS-TOK-IDX
                           END-IF
                           MOVE WS-TOK(WS-TOK-IDX)
                               TO WS-FILE-NAME(WS-FILE-COUNT)
                       WHEN 'ASSIGN'
                           ADD 1 TO WS-TOK-IDX
                           IF WS-TOK(WS-TOK-IDX) = 'TO'
                               ADD 1 TO WS-TOK-IDX
                           END-IF
                           MOVE WS-RTOK(WS-TOK-IDX)
                               TO WS-FILE-ASSIGN(WS-FILE-COUNT)
                       WHEN 'ORGANIZATION'
                           ADD 1 TO WS-TOK-IDX
                           IF WS-TOK(WS-TOK-IDX) = 'IS'
                               ADD 1 TO WS-TOK-IDX
                           END-IF
                           IF WS-TOK(WS-TOK-IDX) = 'LINE'
                               MOVE 'LINE SEQUENTIAL'
                                   TO WS-FILE-ORG(WS-FILE-COUNT)
                               ADD 1 TO WS-TOK-IDX
                           ELSE
                               MOVE WS-TOK(WS-TOK-IDX)
                                   TO WS-FILE-ORG(WS-FILE-COUNT)
                           END-IF
                       WHEN 'INDEXED'
                       WHEN 'RELATIVE'
                           MOVE WS-TOK(WS-TOK-IDX)
                               TO WS-FILE-ORG(WS-FILE-COUNT)
                       WHEN 'ACCESS'
                           ADD 1 TO WS-TOK-IDX
                           IF WS-TOK(WS-TOK-IDX) = 'MODE'
                               ADD 1 TO WS-TOK-IDX
                           END-IF
                           IF WS-TOK(WS-TOK-IDX) = 'IS'
                               ADD 1 TO WS-TOK-IDX
                           END-IF
                           MOVE WS-TOK(WS-TOK-IDX)
                               TO WS-FILE-ACCESS(WS-FILE-COUNT)
                       WHEN 'KEY'
                           ADD 1 TO WS-TOK-IDX
                           IF WS-TOK(WS-TOK-IDX) = 'IS'
                               ADD 1 TO WS-TOK-IDX
                           END-IF
                           IF WS-FILE-KEY(WS-FILE-COUNT) = SPACES
                               MOVE WS-TOK(WS-TOK-IDX)
                                   TO WS-FILE-KEY(WS-FILE-COUNT)
                           END-IF
                       WHEN 'STATUS'
                           ADD 1 TO WS-TOK-IDX
                           IF WS-TOK(WS-TOK-IDX) = 'IS'
                               ADD 1 TO WS-TOK-IDX
                           END-IF
                           MOVE WS-TOK(WS-TOK-IDX)
                               TO WS-FILE-STATUS(WS-FILE-COUNT)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
           END-IF.

       2400-SCAN-PROCEDURE-LINE.
           MOVE SPACES TO WS-STMT
           MOVE WS-CUR-LINE(8:65) TO WS-STMT
           MOVE 66 TO WS-STMT-LEN
           PERFORM 2900-TOKENIZE-STATEMENT
           MOVE WS-TOK-TAB TO WS-RTOK-TAB
           MOVE WS-TOK-COUNT TO WS-RTOK-COUNT
           MOVE SPACES TO WS-STMT
           MOVE FUNCTION UPPER-CASE(WS-CLEAN-LINE(8:65)) TO WS-STMT
           PERFORM 2900-TOKENIZE-STATEMENT
           IF WS-CUR-LINE(8:4) NOT = SPACES AND WS-TOK-COUNT > 0
                   AND WS-TOK(1) NOT = 'DECLARATIVES'
                   AND WS-TOK(1) NOT = 'END'
                   AND WS-PARA-COUNT < 400
               ADD 1 TO WS-PARA-COUNT
               MOVE WS-PARA-COUNT TO WS-CUR-PARA
               IF WS-TOK(2) = 'SECTION'
                   MOVE SPACES TO WS-PARA-NAME(WS-PARA-COUNT)
                   STRING FUNCTION TRIM(WS-TOK(1)) ' SECTION'
                       DELIMITED BY SIZE
                       INTO WS-PARA-NAME(WS-PARA-COUNT)
               ELSE
                   MOVE WS-TOK(1) TO WS-PARA-NAME(WS-PARA-COUNT)
               END-IF
           END-IF
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > WS-TOK-COUNT
               EVALUATE WS-TOK(WS-TOK-IDX)
                   WHEN 'PERFORM'
                       PERFORM 2410-NOTE-PERFORM
                   WHEN 'RETURN-CODE'
                       PERFORM 2420-NOTE-RETURN-CODE
                   WHEN 'COPY'
                       IF WS-TOK-IDX < WS-TOK-COUNT
                           MOVE WS-RTOK(WS-TOK-IDX + 1) TO WS-CB-WORK
                           MOVE 'COPY' TO WS-CB-KIND-WK
                           PERFORM 2600-NOTE-COPYBOOK
                       END-IF
                   WHEN 'INCLUDE'
                       IF WS-TOK-IDX < WS-TOK-COUNT
                           MOVE WS-RTOK(WS-TOK-IDX + 1) TO WS-CB-WORK
                           MOVE 'SQL INCLUDE' TO WS-CB-KIND-WK
                           PERFORM 2600-NOTE-COPYBOOK
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       2410-NOTE-PERFORM.
           IF WS-TOK-IDX < WS-TOK-COUNT AND WS-CUR-PARA > 0
               MOVE WS-TOK(WS-TOK-IDX + 1) TO WS-PF-TARGET-WK
               MOVE SPACES TO WS-PF-THRU-WK
               IF WS-TOK-IDX + 2 < WS-TOK-COUNT
                   IF WS-TOK(WS-TOK-IDX + 2) = 'THRU'
                           OR WS-TOK(WS-TOK-IDX + 2) = 'THROUGH'
                       MOVE WS-TOK(WS-TOK-IDX + 3) TO WS-PF-THRU-WK
                   END-IF
               END-IF
               IF WS-PF-TARGET-WK NOT = 'VARYING'
                       AND WS-PF-TARGET-WK NOT = 'UNTIL'
                       AND WS-PF-TARGET-WK NOT = 'WITH'
                       AND WS-PF-TARGET-WK NOT = 'TEST'
                       AND WS-PF-TARGET-WK NOT = 'FOREVER'
                   MOVE 'N' TO WS-PF-FOUND
                   PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                           UNTIL WS-PF-IDX > WS-PF-COUNT
                       IF WS-PF-FROM(WS-PF-IDX) = WS-CUR-PARA
                               AND WS-PF-TARGET(WS-PF-IDX)
                                   = WS-PF-TARGET-WK
                               AND WS-PF-THRU(WS-PF-IDX)
                                   = WS-PF-THRU-WK
                           MOVE 'Y' TO WS-PF-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-PF-FOUND = 'N' AND WS-PF-COUNT < 1000
                       ADD 1 TO WS-PF-COUNT
                       MOVE WS-CUR-PARA TO WS-PF-FROM(WS-PF-COUNT)
                       MOVE WS-PF-TARGET-WK
                           TO WS-PF-TARGET(WS-PF-COUNT)
                       MOVE WS-PF-THRU-WK TO WS-PF-THRU(WS-PF-COUNT)
                   END-IF
               END-IF
           END-IF.

       2420-NOTE-RETURN-CODE.
           MOVE SPACES TO WS-RC-WORK
           IF WS-TOK-IDX > 3
               IF WS-TOK(WS-TOK-IDX - 1) = 'TO'
                       AND WS-TOK(WS-TOK-IDX - 3) = 'MOVE'
                   MOVE WS-TOK(WS-TOK-IDX - 2) TO WS-RC-WORK
               END-IF
           END-IF
           IF WS-TOK-IDX > 1 AND WS-TOK-IDX + 1 < WS-TOK-COUNT
               IF WS-TOK(WS-TOK-IDX - 1) = 'COMPUTE'
                       AND WS-TOK(WS-TOK-IDX + 1) = '='
                   MOVE WS-TOK(WS-TOK-IDX + 2) TO WS-RC-WORK
               END-IF
           END-IF
           IF WS-RC-WORK NOT = SPACES
               IF WS-RC-WORK = 'ZERO' OR WS-RC-WORK = 'ZEROS'
                       OR WS-RC-WORK = 'ZEROES'
                   MOVE '0' TO WS-RC-WORK
               END-IF
               MOVE 'N' TO WS-RC-FOUND
               PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                       UNTIL WS-RC-IDX > WS-RC-COUNT
                   IF WS-RC-VALUE(WS-RC-IDX) = WS-RC-WORK
                           AND WS-RC-PARA(WS-RC-IDX)
                               = WS-PARA-NAME(WS-CUR-PARA)
                       MOVE 'Y' TO WS-RC-FOUND
                   END-IF
               END-PERFORM
               IF WS-RC-FOUND = 'N' AND WS-RC-COUNT < 50
                   ADD 1 TO WS-RC-COUNT
                   MOVE WS-RC-WORK TO WS-RC-VALUE(WS-RC-COUNT)
                   IF WS-CUR-PARA > 0
                       MOVE WS-PARA-NAME(WS-CUR-PARA)
                           TO WS-RC-PARA(WS-RC-COUNT)
                   ELSE
                       MOVE 'PROCEDURE DIVISION'
                           TO WS-RC-PARA(WS-RC-COUNT)
                   END-IF
               END-IF
           END-IF.

       2500-STORE-FIELD.
           IF WS-TOK(1)(2:1) IS NUMERIC
               MOVE WS-TOK(1)(1:2) TO WS-FLD-LVL-WK
           ELSE
               MOVE 0 TO WS-FLD-LVL-WK
               MOVE WS-TOK(1)(1:1) TO WS-FLD-LVL-WK(2:1)
           END-IF
           IF WS-FLD-LVL-WK = 88 OR WS-FLD-LVL-WK = 66
                   OR WS-FLD-COUNT NOT < 400
               CONTINUE
           ELSE
               ADD 1 TO WS-FLD-COUNT
               MOVE WS-FLD-COUNT TO WS-FLD-IDX
               MOVE SPACES TO WS-FLD-ENTRY(WS-FLD-IDX)
               MOVE WS-CUR-FD TO WS-FLD-FD(WS-FLD-IDX)
               MOVE WS-FLD-LVL-WK TO WS-FLD-LEVEL(WS-FLD-IDX)
               MOVE 0 TO WS-FLD-OCCURS(WS-FLD-IDX)
               MOVE 'N' TO WS-FLD-SEPARATE(WS-FLD-IDX)
               MOVE 0 TO WS-FLD-LENGTH(WS-FLD-IDX)
               MOVE 0 TO WS-FLD-SPAN(WS-FLD-IDX)
               MOVE 0 TO WS-FLD-OFFSET(WS-FLD-IDX)
               MOVE 0 TO WS-FLD-NEXT(WS-FLD-IDX)
               MOVE 0 TO WS-FLD-PARENT(WS-FLD-IDX)
               MOVE 0 TO WS-FLD-DEPTH(WS-FLD-IDX)
               IF WS-TOK-COUNT < 2
                       OR WS-TOK(2) = 'PIC' OR WS-TOK(2) = 'PICTURE'
                       OR WS-TOK(2) = 'REDEFINES'
                       OR WS-TOK(2) = 'OCCURS'
                       OR WS-TOK(2) = 'USAGE'
                       OR WS-TOK(2) = 'VALUE'
                   MOVE 'FILLER' TO WS-FLD-NAME(WS-FLD-IDX)
                   MOVE 2 TO WS-FLD-START
               ELSE
                   MOVE WS-TOK(2) TO WS-FLD-NAME(WS-FLD-IDX)
                   MOVE 3 TO WS-FLD-START
               END-IF
               MOVE 'N' TO WS-FLD-STOP
               PERFORM VARYING WS-TOK-IDX FROM WS-FLD-START BY 1
                       UNTIL WS-TOK-IDX > WS-TOK-COUNT
                       OR WS-FLD-STOP = 'Y'
                   PERFORM 2510-APPLY-FIELD-CLAUSE
               END-PERFORM
               IF WS-FLD-PIC(WS-FLD-IDX) = SPACES
                       AND WS-FLD-USAGE(WS-FLD-IDX) NOT = 'COMP-1'
                       AND WS-FLD-USAGE(WS-FLD-IDX) NOT = 'COMP-2'
                       AND WS-FLD-USAGE(WS-FLD-IDX) NOT = 'INDEX'
                       AND WS-FLD-USAGE(WS-FLD-IDX) NOT = 'POINTER'
                   MOVE 'Y' TO WS-FLD-GROUP(WS-FLD-IDX)
               ELSE
                   MOVE 'N' TO WS-FLD-GROUP(WS-FLD-IDX)
               END-IF
           END-IF.

       2510-APPLY-FIELD-CLAUSE.
           EVALUATE WS-TOK(WS-TOK-IDX)
               WHEN 'PIC'
               WHEN 'PICTURE'
                   ADD 1 TO WS-TOK-IDX
                   IF WS-TOK(WS-TOK-IDX) = 'IS'
                       ADD 1 TO WS-TOK-IDX
                   END-IF
                   MOVE WS-TOK(WS-TOK-IDX) TO WS-FLD-PIC(WS-FLD-IDX)
               WHEN 'REDEFINES'
                   ADD 1 TO WS-TOK-IDX
                   MOVE WS-TOK(WS-TOK-IDX) TO WS-FLD-REDEF(WS-FLD-IDX)
               WHEN 'OCCURS'
                   ADD 1 TO WS-TOK-IDX
                   IF WS-TOK(WS-TOK-IDX + 1) = 'TO'
                       ADD 2 TO WS-TOK-IDX
                   END-IF
                   IF FUNCTION TEST-NUMVAL(WS-TOK(WS-TOK-IDX)) = 0
                       COMPUTE WS-FLD-OCCURS(WS-FLD-IDX) =
                           FUNCTION NUMVAL(WS-TOK(WS-TOK-IDX))
                   END-IF
               WHEN 'USAGE'
                   ADD 1 TO WS-TOK-IDX
                   IF WS-TOK(WS-TOK-IDX) = 'IS'
                       ADD 1 TO WS-TOK-IDX
                   END-IF
                   IF WS-TOK(WS-TOK-IDX) NOT = 'DISPLAY'
                       PERFORM 2520-SET-FIELD-USAGE
                   END-IF
               WHEN 'COMP'
               WHEN 'COMP-1'
               WHEN 'COMP-2'
               WHEN 'COMP-3'
               WHEN 'COMP-4'
               WHEN 'COMP-5'
               WHEN 'COMPUTATIONAL'
               WHEN 'COMPUTATIONAL-1'
               WHEN 'COMPUTATIONAL-2'
               WHEN 'COMPUTATIONAL-3'
               WHEN 'COMPUTATIONAL-4'
               WHEN 'COMPUTATIONAL-5'
               WHEN 'BINARY'
               WHEN 'PACKED-DECIMAL'
               WHEN 'INDEX'
               WHEN 'POINTER'
                   PERFORM 2520-SET-FIELD-USAGE
               WHEN 'SEPARATE'
                   MOVE 'Y' TO WS-FLD-SEPARATE(WS-FLD-IDX)
               WHEN 'VALUE'
               WHEN 'VALUES'
                   MOVE 'Y' TO WS-FLD-STOP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2520-SET-FIELD-USAGE.
           EVALUATE WS-TOK(WS-TOK-IDX)
               WHEN 'COMPUTATIONAL'
               WHEN 'COMP-4'
               WHEN 'COMPUTATIONAL-4'
               WHEN 'COMP-5'
               WHEN 'COMPUTATIONAL-5'
               WHEN 'BINARY'
                   MOVE 'COMP' TO WS-FLD-USAGE(WS-FLD-IDX)
               WHEN 'COMPUTATIONAL-1'
                   MOVE 'COMP-1' TO WS-FLD-USAGE(WS-FLD-IDX)
               WHEN 'COMPUTATIONAL-2'
                   MOVE 'COMP-2' TO WS-FLD-USAGE(WS-FLD-IDX)
               WHEN 'COMPUTATIONAL-3'
               WHEN 'PACKED-DECIMAL'
                   MOVE 'COMP-3' TO WS-FLD-USAGE(WS-FLD-IDX)
               WHEN OTHER
                   MOVE WS-TOK(WS-TOK-IDX) TO WS-FLD-USAGE(WS-FLD-IDX)
           END-EVALUATE.

       2600-NOTE-COPYBOOK.
           PERFORM 2610-STRIP-QUOTES
           IF WS-CB-WORK NOT = SPACES
               MOVE 0 TO WS-CB-LAST
               PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                       UNTIL WS-CB-IDX > WS-CB-COUNT
                   IF WS-CB-NAME(WS-CB-IDX) = WS-CB-WORK
                       MOVE WS-CB-IDX TO WS-CB-LAST
                   END-IF
               END-PERFORM
               IF WS-CB-LAST = 0 AND WS-CB-COUNT < 40
                   ADD 1 TO WS-CB-COUNT
                   MOVE WS-CB-COUNT TO WS-CB-LAST
                   MOVE WS-CB-WORK TO WS-CB-NAME(WS-CB-LAST)
                   MOVE WS-CB-KIND-WK TO WS-CB-KIND(WS-CB-LAST)
                   MOVE SPACE TO WS-CB-EXPANDED(WS-CB-LAST)
               END-IF
           END-IF.

       2610-STRIP-QUOTES.
           INSPECT WS-CB-WORK REPLACING ALL "'" BY SPACE
           INSPECT WS-CB-WORK REPLACING ALL '"' BY SPACE
           MOVE FUNCTION TRIM(WS-CB-WORK) TO WS-CB-WORK
           MOVE 40 TO WS-TOK-POS
           PERFORM UNTIL WS-TOK-POS < 1
                   OR WS-CB-WORK(WS-TOK-POS:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TOK-POS
           END-PERFORM
           IF WS-TOK-POS > 0
               IF WS-CB-WORK(WS-TOK-POS:1) = '.'
                   MOVE SPACE TO WS-CB-WORK(WS-TOK-POS:1)
               END-IF
           END-IF.

       2700-COMPUTE-FIELD-POSITIONS.
           MOVE 0 TO WS-STK-TOP
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-COUNT
               IF WS-FLD-LEVEL(WS-FLD-IDX) = 1
                       OR WS-FLD-LEVEL(WS-FLD-IDX) = 77
                   MOVE 0 TO WS-STK-TOP
               END-IF
               MOVE 'N' TO WS-STK-DONE
               PERFORM UNTIL WS-STK-DONE = 'Y'
                   IF WS-STK-TOP = 0
                       MOVE 'Y' TO WS-STK-DONE
                   ELSE
                       IF WS-STK-LVL(WS-STK-TOP)
                               < WS-FLD-LEVEL(WS-FLD-IDX)
                           MOVE 'Y' TO WS-STK-DONE
                       ELSE
                           SUBTRACT 1 FROM WS-STK-TOP
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-STK-TOP TO WS-FLD-DEPTH(WS-FLD-IDX)
               IF WS-STK-TOP > 0
                   MOVE WS-STK-IDX(WS-STK-TOP)
                       TO WS-FLD-PARENT(WS-FLD-IDX)
               END-IF
               IF WS-STK-TOP < 50
                   ADD 1 TO WS-STK-TOP
                   MOVE WS-FLD-LEVEL(WS-FLD-IDX)
                       TO WS-STK-LVL(WS-STK-TOP)
                   MOVE WS-FLD-IDX TO WS-STK-IDX(WS-STK-TOP)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-FLD-IDX FROM WS-FLD-COUNT BY -1
                   UNTIL WS-FLD-IDX < 1
               IF WS-FLD-GROUP(WS-FLD-IDX) = 'N'
                   PERFORM 2710-COMPUTE-ELEMENT-LENGTH
               END-IF
               IF WS-FLD-OCCURS(WS-FLD-IDX) > 0
                   COMPUTE WS-FLD-SPAN(WS-FLD-IDX) =
                       WS-FLD-LENGTH(WS-FLD-IDX)
                       * WS-FLD-OCCURS(WS-FLD-IDX)
               ELSE
                   MOVE WS-FLD-LENGTH(WS-FLD-IDX)
                       TO WS-FLD-SPAN(WS-FLD-IDX)
               END-IF
               MOVE WS-FLD-PARENT(WS-FLD-IDX) TO WS-FLD-PARENT-WK
               IF WS-FLD-PARENT-WK > 0
                       AND WS-FLD-REDEF(WS-FLD-IDX) = SPACES
                   ADD WS-FLD-SPAN(WS-FLD-IDX)
                       TO WS-FLD-LENGTH(WS-FLD-PARENT-WK)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-COUNT
               MOVE WS-FLD-PARENT(WS-FLD-IDX) TO WS-FLD-PARENT-WK
               IF WS-FLD-PARENT-WK = 0
                   MOVE 1 TO WS-FLD-OFFSET(WS-FLD-IDX)
               ELSE
                   IF WS-FLD-REDEF(WS-FLD-IDX) NOT = SPACES
                       MOVE WS-FLD-NEXT(WS-FLD-PARENT-WK)
                           TO WS-FLD-OFFSET(WS-FLD-IDX)
                       PERFORM VARYING WS-FLD-SRCH FROM 1 BY 1
                               UNTIL WS-FLD-SRCH NOT < WS-FLD-IDX
                           IF WS-FLD-NAME(WS-FLD-SRCH)
                                   = WS-FLD-REDEF(WS-FLD-IDX)
                                   AND WS-FLD-PARENT(WS-FLD-SRCH)
                                       = WS-FLD-PARENT-WK
                               MOVE WS-FLD-OFFSET(WS-FLD-SRCH)
                                   TO WS-FLD-OFFSET(WS-FLD-IDX)
                           END-IF
                       END-PERFORM
                   ELSE
                       MOVE WS-FLD-NEXT(WS-FLD-PARENT-WK)
                           TO WS-FLD-OFFSET(WS-FLD-IDX)
                       ADD WS-FLD-SPAN(WS-FLD-IDX)
                           TO WS-FLD-NEXT(WS-FLD-PARENT-WK)
                   END-IF
               END-IF
               MOVE WS-FLD-OFFSET(WS-FLD-IDX) TO WS-FLD-NEXT(WS-FLD-IDX)
           END-PERFORM.

       2710-COMPUTE-ELEMENT-LENGTH.
           MOVE 0 TO WS-PW-LEN
           MOVE 0 TO WS-PW-DIGITS
           MOVE SPACE TO WS-PW-LAST
           MOVE 1 TO WS-PW-POS
           PERFORM UNTIL WS-PW-POS > 30
                   OR WS-FLD-PIC(WS-FLD-IDX)(WS-PW-POS:1) = SPACE
               MOVE WS-FLD-PIC(WS-FLD-IDX)(WS-PW-POS:1) TO WS-PW-CHAR
               IF WS-PW-CHAR = '('
                   MOVE 0 TO WS-PW-NUM
                   ADD 1 TO WS-PW-POS
                   PERFORM UNTIL WS-PW-POS > 30
                           OR WS-FLD-PIC(WS-FLD-IDX)(WS-PW-POS:1)
                               IS NOT NUMERIC
                       MOVE WS-FLD-PIC(WS-FLD-IDX)(WS-PW-POS:1)
                           TO WS-PW-DIGIT
                       COMPUTE WS-PW-NUM = WS-PW-NUM * 10 + WS-PW-DIGIT
                       ADD 1 TO WS-PW-POS
                   END-PERFORM
                   IF WS-PW-NUM > 0
                           AND WS-PW-LAST NOT = 'S'
                           AND WS-PW-LAST NOT = 'V'
                           AND WS-PW-LAST NOT = 'P'
                       COMPUTE WS-PW-LEN = WS-PW-LEN + WS-PW-NUM - 1
                       IF WS-PW-LAST = '9'
                           COMPUTE WS-PW-DIGITS =
                               WS-PW-DIGITS + WS-PW-NUM - 1
                       END-IF
                   END-IF
               ELSE
                   EVALUATE WS-PW-CHAR
                       WHEN 'S'
                       WHEN 'V'
                       WHEN 'P'
                           CONTINUE
                       WHEN '9'
                           ADD 1 TO WS-PW-LEN
                           ADD 1 TO WS-PW-DIGITS
                       WHEN OTHER
                           ADD 1 TO WS-PW-LEN
                   END-EVALUATE
                   MOVE WS-PW-CHAR TO WS-PW-LAST
               END-IF
               ADD 1 TO WS-PW-POS
           END-PERFORM
           EVALUATE WS-FLD-USAGE(WS-FLD-IDX)
               WHEN 'COMP-3'
                   COMPUTE WS-PW-LEN = WS-PW-DIGITS / 2 + 1
               WHEN 'COMP'
                   EVALUATE TRUE
                       WHEN WS-PW-DIGITS < 5
                           MOVE 2 TO WS-PW-LEN
                       WHEN WS-PW-DIGITS < 10
                           MOVE 4 TO WS-PW-LEN
                       WHEN OTHER
                           MOVE 8 TO WS-PW-LEN
                   END-EVALUATE
               WHEN 'COMP-1'
               WHEN 'INDEX'
               WHEN 'POINTER'
                   MOVE 4 TO WS-PW-LEN
               WHEN 'COMP-2'
                   MOVE 8 TO WS-PW-LEN
               WHEN OTHER
                   IF WS-FLD-SEPARATE(WS-FLD-IDX) = 'Y'
                       ADD 1 TO WS-PW-LEN
                   END-IF
           END-EVALUATE
           MOVE WS-PW-LEN TO WS-FLD-LENGTH(WS-FLD-IDX).

       2800-EXPAND-COPYBOOK.
           MOVE 'Y' TO WS-IN-COPYBOOK
           MOVE WS-PENDING-COPY TO WS-CPY-FILENAME
           OPEN INPUT COPY-FILE
           IF WS-STATUS-COPY NOT = '00'
               MOVE SPACES TO WS-CPY-FILENAME
               STRING FUNCTION TRIM(WS-PENDING-COPY) '.cpy'
                   DELIMITED BY SIZE INTO WS-CPY-FILENAME
               OPEN INPUT COPY-FILE
           END-IF
           IF WS-STATUS-COPY = '00'
               IF WS-CB-LAST > 0
                   MOVE 'Y' TO WS-CB-EXPANDED(WS-CB-LAST)
               END-IF
               MOVE 'N' TO WS-EOF-COPY
               PERFORM UNTIL WS-EOF-COPY = 'Y'
                   READ COPY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-COPY
                       NOT AT END
                           MOVE COPY-LINE(1:80) TO WS-CUR-LINE
                           PERFORM 2100-PROCESS-SOURCE-LINE
                   END-READ
               END-PERFORM
               CLOSE COPY-FILE
           ELSE
               IF WS-CB-LAST > 0
                   MOVE 'N' TO WS-CB-EXPANDED(WS-CB-LAST)
               END-IF
               MOVE 'Y' TO WS-COPY-MISSING
           END-IF
           MOVE SPACES TO WS-PENDING-COPY
           MOVE 'N' TO WS-IN-COPYBOOK.

       2900-TOKENIZE-STATEMENT.
           MOVE SPACES TO WS-TOK-TAB
           MOVE 0 TO WS-TOK-COUNT
           MOVE 1 TO WS-TOK-PTR
           PERFORM UNTIL WS-TOK-PTR > WS-STMT-LEN
                   OR WS-TOK-PTR > 800
                   OR WS-TOK-COUNT = 80
               MOVE SPACES TO WS-TOK-WORK
               UNSTRING WS-STMT DELIMITED BY ALL SPACE
                   INTO WS-TOK-WORK
                   WITH POINTER WS-TOK-PTR
               END-UNSTRING
               IF WS-TOK-WORK NOT = SPACES
                   ADD 1 TO WS-TOK-COUNT
                   MOVE 40 TO WS-TOK-POS
                   PERFORM UNTIL WS-TOK-POS < 2
                           OR WS-TOK-WORK(WS-TOK-POS:1) NOT = SPACE
                       SUBTRACT 1 FROM WS-TOK-POS
                   END-PERFORM
                   IF WS-TOK-WORK(WS-TOK-POS:1) = '.'
                           AND WS-TOK-POS > 1
                       MOVE SPACE TO WS-TOK-WORK(WS-TOK-POS:1)
                   END-IF
                   MOVE WS-TOK-WORK TO WS-TOK(WS-TOK-COUNT)
               END-IF
           END-PERFORM.

       3000-WRITE-SPEC-HEADING.
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'PROGRAM SPECIFICATION SHEET FOR '
               FUNCTION TRIM(CAT-MEMBER) '  V' CAT-VERSION
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO SPEC-LINE
           WRITE SPEC-LINE
           MOVE ALL '=' TO SPEC-LINE(1:60)
           WRITE SPEC-LINE
           MOVE SPACES TO WS-BUILD-LINE
           IF WS-PROGRAM-ID = SPACES
               MOVE '(none found)' TO WS-PROGRAM-ID
           END-IF
           STRING 'PROGRAM-ID        : ' WS-PROGRAM-ID
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO SPEC-LINE
           WRITE SPEC-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'GENERATED         : ' CAT-GEN-DATE ' AT '
               CAT-GEN-TIME ' BY OPTION ' CAT-OPTION
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO SPEC-LINE
           WRITE SPEC-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'PARAMETERS        : ' CAT-PARMS
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO SPEC-LINE
           WRITE SPEC-LINE
           EVALUATE CAT-STATUS
               WHEN 'T'
                   MOVE 'TESTED' TO WS-STATUS-WORD
               WHEN 'A'
                   MOVE 'APPROVED' TO WS-STATUS-WORD
               WHEN 'P'
                   MOVE 'PROMOTED' TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE 'GENERATED' TO WS-STATUS-WORD
           END-EVALUATE
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'CATALOG STATUS    : ' WS-STATUS-WORD
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           IF CAT-STATUS = 'A' OR CAT-STATUS = 'P'
               STRING FUNCTION TRIM(WS-BUILD-LINE) ' BY '
                   CAT-APPROVER ' ON ' CAT-APPROVE-DATE
                   DELIMITED BY SIZE INTO SPEC-LINE
           ELSE
               MOVE WS-BUILD-LINE TO SPEC-LINE
           END-IF
           WRITE SPEC-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'GENERATED FILE    : ' CAT-FILENAME
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO SPEC-LINE
           WRITE SPEC-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'SOURCE DOCUMENTED : ' WS-SRC-FILENAME
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO SPEC-LINE
           WRITE SPEC-LINE
           IF WS-TRUNCATED = 'Y'
               MOVE '*** SOURCE TRUNCATED AT 2000 LINES ***'
                   TO SPEC-LINE
               WRITE SPEC-LINE
           END-IF.

       3100-WRITE-FILE-SECTION.
           MOVE SPACES TO SPEC-LINE
           WRITE SPEC-LINE
           MOVE 'FILES' TO SPEC-LINE
           WRITE SPEC-LINE
           IF WS-FILE-COUNT = 0
               MOVE '  No SELECT statements.' TO SPEC-LINE
               WRITE SPEC-LINE
           ELSE
               MOVE SPACES TO WS-BUILD-LINE
               STRING '  FILE                           '
                   'ASSIGNED TO                    '
                   'ORGANIZATION     ACCESS'
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO SPEC-LINE
               WRITE SPEC-LINE
               PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                       UNTIL WS-FILE-IDX > WS-FILE-COUNT
                   MOVE WS-FILE-NAME(WS-FILE-IDX) TO WS-COL-NAME
                   MOVE WS-FILE-ASSIGN(WS-FILE-IDX) TO WS-COL-ASSIGN
                   MOVE WS-FILE-ORG(WS-FILE-IDX) TO WS-COL-ORG
                   MOVE WS-FILE-ACCESS(WS-FILE-IDX) TO WS-COL-ACCESS
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING '  ' WS-COL-NAME ' ' WS-COL-ASSIGN ' '
                       WS-COL-ORG ' ' WS-COL-ACCESS
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO SPEC-LINE
                   WRITE SPEC-LINE
                   IF WS-FILE-KEY(WS-FILE-IDX) NOT = SPACES
                       MOVE SPACES TO WS-BUILD-LINE
                       STRING '      RECORD KEY  : '
                           WS-FILE-KEY(WS-FILE-IDX)
                           DELIMITED BY SIZE INTO WS-BUILD-LINE
                       MOVE WS-BUILD-LINE TO SPEC-LINE
                       WRITE SPEC-LINE
                   END-IF
                   IF WS-FILE-STATUS(WS-FILE-IDX) NOT = SPACES
                       MOVE SPACES TO WS-BUILD-LINE
                       STRING '      FILE STATUS : '
                           WS-FILE-STATUS(WS-FILE-IDX)
                           DELIMITED BY SIZE INTO WS-BUILD-LINE
                       MOVE WS-BUILD-LINE TO SPEC-LINE
                       WRITE SPEC-LINE
                   END-IF
               END-PERFORM
           END-IF.

       3200-WRITE-RECORD-LAYOUTS.
           MOVE SPACES TO SPEC-LINE
           WRITE SPEC-LINE
           MOVE 'RECORD LAYOUTS' TO SPEC-LINE
           WRITE SPEC-LINE
           IF WS-FLD-COUNT = 0
               MOVE '  No file records defined.' TO SPEC-LINE
               WRITE SPEC-LINE
           END-IF
           MOVE SPACES TO WS-CUR-FD
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-COUNT
               IF WS-FLD-FD(WS-FLD-IDX) NOT = WS-CUR-FD
                   MOVE WS-FLD-FD(WS-FLD-IDX) TO WS-CUR-FD
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING '  FD ' WS-CUR-FD
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO SPEC-LINE
                   WRITE SPEC-LINE
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING '    LVL NAME                          '
                       'PICTURE          USAGE     '
                       'OFFSET  LENGTH  OCCURS'
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO SPEC-LINE
                   WRITE SPEC-LINE
               END-IF
               PERFORM 3210-WRITE-FIELD-LINE
           END-PERFORM.

       3210-WRITE-FIELD-LINE.
           MOVE WS-FLD-LEVEL(WS-FLD-IDX) TO WS-COL-LEVEL
           MOVE SPACES TO WS-COL-FIELD
           COMPUTE WS-TOK-POS = WS-FLD-DEPTH(WS-FLD-IDX) * 2 + 1
           IF WS-TOK-POS > 11
               MOVE 11 TO WS-TOK-POS
           END-IF
           STRING WS-FLD-NAME(WS-FLD-IDX) DELIMITED BY SPACE
               INTO WS-COL-FIELD WITH POINTER WS-TOK-POS
           END-STRING
           MOVE WS-FLD-PIC(WS-FLD-IDX) TO WS-COL-PIC
           IF WS-FLD-GROUP(WS-FLD-IDX) = 'Y'
               MOVE 'GROUP' TO WS-COL-USAGE
           ELSE
               IF WS-FLD-USAGE(WS-FLD-IDX) = SPACES
                   MOVE 'DISPLAY' TO WS-COL-USAGE
               ELSE
                   MOVE WS-FLD-USAGE(WS-FLD-IDX) TO WS-COL-USAGE
               END-IF
           END-IF
           MOVE WS-FLD-OFFSET(WS-FLD-IDX) TO WS-OFFSET-ED
           MOVE WS-FLD-LENGTH(WS-FLD-IDX) TO WS-LENGTH-ED
           MOVE SPACES TO WS-COL-OCCURS
           IF WS-FLD-OCCURS(WS-FLD-IDX) > 0
               MOVE WS-FLD-OCCURS(WS-FLD-IDX) TO WS-OCCURS-ED
               MOVE WS-OCCURS-ED TO WS-COL-OCCURS
           END-IF
           MOVE SPACES TO WS-BUILD-LINE
           STRING '    ' WS-COL-LEVEL WS-COL-FIELD ' ' WS-COL-PIC ' '
               WS-COL-USAGE ' ' WS-OFFSET-ED '  ' WS-LENGTH-ED '  '
               WS-COL-OCCURS
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO SPEC-LINE
           WRITE SPEC-LINE
           IF WS-FLD-REDEF(WS-FLD-IDX) NOT = SPACES
               MOVE SPACES TO WS-BUILD-LINE
               STRING '        REDEFINES '
                   WS-FLD-REDEF(WS-FLD-IDX)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO SPEC-LINE
               WRITE SPEC-LINE
           END-IF.

       3300-WRITE-PARAGRAPHS.
           MOVE SPACES TO SPEC-LINE
           WRITE SPEC-LINE
           MOVE 'PARAGRAPHS AND PERFORM STRUCTURE' TO SPEC-LINE
           WRITE SPEC-LINE
           IF WS-PARA-COUNT = 0
               MOVE '  No paragraphs.' TO SPEC-LINE
               WRITE SPEC-LINE
           END-IF
           PERFORM VARYING WS-PARA-IDX FROM 1 BY 1
                   UNTIL WS-PARA-IDX > WS-PARA-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING '  ' WS-PARA-NAME(WS-PARA-IDX)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO SPEC-LINE
               WRITE SPEC-LINE
               MOVE 0 TO WS-PF-SHOWN
               PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                       UNTIL WS-PF-IDX > WS-PF-COUNT
                   IF WS-PF-FROM(WS-PF-IDX) = WS-PARA-IDX
                       PERFORM 3310-WRITE-PERFORM-LINE
                   END-IF
               END-PERFORM
               IF WS-PF-SHOWN = 0
                   MOVE '      (performs no paragraphs)' TO SPEC-LINE
                   WRITE SPEC-LINE
               END-IF
           END-PERFORM.

       3310-WRITE-PERFORM-LINE.
           MOVE 'N' TO WS-PF-FOUND
           PERFORM VARYING WS-FLD-SRCH FROM 1 BY 1
                   UNTIL WS-FLD-SRCH > WS-PARA-COUNT
               IF WS-PARA-NAME(WS-FLD-SRCH) = WS-PF-TARGET(WS-PF-IDX)
                   MOVE 'Y' TO WS-PF-FOUND
               END-IF
           END-PERFORM
           IF WS-PF-FOUND = 'Y'
               ADD 1 TO WS-PF-SHOWN
               MOVE SPACES TO WS-BUILD-LINE
               IF WS-PF-THRU(WS-PF-IDX) = SPACES
                   STRING '      PERFORMS ' WS-PF-TARGET(WS-PF-IDX)
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               ELSE
                   STRING '      PERFORMS '
                       FUNCTION TRIM(WS-PF-TARGET(WS-PF-IDX))
                       ' THRU ' WS-PF-THRU(WS-PF-IDX)
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               END-IF
               MOVE WS-BUILD-LINE TO SPEC-LINE
               WRITE SPEC-LINE
           END-IF.

       3400-WRITE-RETURN-CODES.
           MOVE SPACES TO SPEC-LINE
           WRITE SPEC-LINE
           MOVE 'RETURN CODES' TO SPEC-LINE
           WRITE SPEC-LINE
           MOVE '  RC             SET IN' TO SPEC-LINE
           WRITE SPEC-LINE
           MOVE '  0              normal completion' TO SPEC-LINE
           WRITE SPEC-LINE
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               MOVE WS-RC-VALUE(WS-RC-IDX) TO WS-COL-RC
               MOVE SPACES TO WS-BUILD-LINE
               STRING '  ' WS-COL-RC ' ' WS-RC-PARA(WS-RC-IDX)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO SPEC-LINE
               WRITE SPEC-LINE
           END-PERFORM.

       3500-WRITE-COPYBOOKS.
           MOVE SPACES TO SPEC-LINE
           WRITE SPEC-LINE
           MOVE 'COPYBOOKS' TO SPEC-LINE
           WRITE SPEC-LINE
           IF WS-CB-COUNT = 0
               MOVE '  None.' TO SPEC-LINE
               WRITE SPEC-LINE
           END-IF
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-CB-COUNT
               MOVE WS-CB-NAME(WS-CB-IDX) TO WS-COL-BOOK
               MOVE SPACES TO WS-BUILD-LINE
               EVALUATE WS-CB-EXPANDED(WS-CB-IDX)
                   WHEN 'Y'
                       STRING '  ' WS-COL-BOOK ' '
                           WS-CB-KIND(WS-CB-IDX)
                           ' layout included above'
                           DELIMITED BY SIZE INTO WS-BUILD-LINE
                   WHEN 'N'
                       STRING '  ' WS-COL-BOOK ' '
                           WS-CB-KIND(WS-CB-IDX)
                           ' not found, layout not shown'
                           DELIMITED BY SIZE INTO WS-BUILD-LINE
                   WHEN OTHER
                       STRING '  ' WS-COL-BOOK ' '
                           WS-CB-KIND(WS-CB-IDX)
                           DELIMITED BY SIZE INTO WS-BUILD-LINE
               END-EVALUATE
               MOVE WS-BUILD-LINE TO SPEC-LINE
               WRITE SPEC-LINE
           END-PERFORM
           MOVE WS-CB-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'Copybooks referenced: ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO SPEC-LINE
           WRITE SPEC-LINE.
