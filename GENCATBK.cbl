       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENCATBK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-CATALOG ASSIGN TO 'GENCATLG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS WS-STATUS-CATALOG.
           SELECT OLD-CATALOG ASSIGN TO WS-OLD-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-KEY
               FILE STATUS IS WS-STATUS-OLD.
           SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BACKUP.
           SELECT LOG-FILE ASSIGN TO WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.
           SELECT LIST-FILE ASSIGN TO 'GENCATBK.LST'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIST.
           SELECT PROMO-FILE ASSIGN TO 'GENPROMO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROMO.
           SELECT CATBK-REPORT ASSIGN TO 'GENCATBK.TXT'
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

       FD  OLD-CATALOG.
       01  OLD-CATALOG-RECORD.
           05  OLD-KEY PIC X(14).
           05  OLD-DATA PIC X(76).

       FD  BACKUP-FILE.
       01  BACKUP-RECORD.
           05  BK-TYPE PIC X(3).
           05  FILLER PIC X.
           05  BK-DATA PIC X(124).
       01  BACKUP-TRAILER.
           05  FILLER PIC X(4).
           05  BK-TRL-COUNT PIC 9(7).
           05  FILLER PIC X.
           05  BK-TRL-HASH PIC 9(11).
           05  FILLER PIC X(105).

       FD  LOG-FILE.
       01  LOG-LINE PIC X(100).

       FD  LIST-FILE.
       01  LIST-LINE PIC X(100).

       FD  PROMO-FILE.
       01  PROMO-LINE PIC X(100).

       FD  CATBK-REPORT.
       01  CATBK-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-COMMAND-PARM PIC X(120).
       01  WS-CB-ACTION PIC X(8) VALUE SPACES.
       01  WS-CB-OPERAND PIC X(40) VALUE SPACES.
       01  WS-STATUS-CATALOG PIC XX.
       01  WS-STATUS-BACKUP PIC XX.
       01  WS-STATUS-OLD PIC XX.
       01  WS-STATUS-LOG PIC XX.
       01  WS-STATUS-LIST PIC XX.
       01  WS-STATUS-PROMO PIC XX.
       01  WS-STATUS-REPORT PIC XX.
       01  WS-EOF-CATALOG PIC X.
       01  WS-EOF-BACKUP PIC X.
       01  WS-EOF-LOG PIC X.
       01  WS-EOF-LIST PIC X.
       01  WS-EOF-PROMO PIC X.
       01  WS-BACKUP-FILENAME PIC X(40) VALUE 'GENCATLG.BAK'.
       01  WS-OLD-FILENAME PIC X(40) VALUE 'GENCATLG.V1'.
       01  WS-LOG-FILENAME PIC X(40).
       01  WS-FILE-NAME PIC X(40).
       01  WS-FILE-DETAILS.
           05  WS-FD-SIZE PIC X(8) COMP-X.
           05  WS-FD-DD PIC X COMP-X.
           05  WS-FD-MM PIC X COMP-X.
           05  WS-FD-YYYY PIC XX COMP-X.
           05  WS-FD-HH PIC X COMP-X.
           05  WS-FD-MIN PIC X COMP-X.
           05  WS-FD-SS PIC X COMP-X.
           05  WS-FD-HUND PIC X COMP-X.
       01  WS-SYSTEM-COMMAND PIC X(120).
       01  WS-CDT-DATE PIC 9(8).
       01  WS-CDT-TIME PIC 9(8).
       01  WS-BK-COUNT PIC 9(7) VALUE 0.
       01  WS-BK-HASH PIC 9(11) VALUE 0.
       01  WS-BK-EXPECT-COUNT PIC 9(7) VALUE 0.
       01  WS-BK-EXPECT-HASH PIC 9(11) VALUE 0.
       01  WS-BK-RECORDS PIC 9(7) VALUE 0.
       01  WS-BK-VALID PIC X VALUE 'Y'.
       01  WS-BK-REASON PIC X(60) VALUE SPACES.
       01  WS-HDR-SEEN PIC X VALUE 'N'.
       01  WS-TRL-SEEN PIC X VALUE 'N'.
       01  WS-LAST-KEY PIC X(14) VALUE LOW-VALUES.
       01  WS-IN-CATALOG PIC X(124).
       01  WS-IN-CAT-DATA REDEFINES WS-IN-CATALOG.
           05  WS-IN-KEY PIC X(14).
           05  WS-IN-KEY-PARTS REDEFINES WS-IN-KEY.
               10  WS-IN-MEMBER PIC X(10).
               10  WS-IN-VERSION PIC 9(4).
           05  FILLER PIC X(110).
       01  WS-LOADED-COUNT PIC 9(7) VALUE 0.
       01  WS-WRITE-ERRORS PIC 9(7) VALUE 0.
       01  WS-READ-ERROR PIC X VALUE 'N'.
       01  WS-BK-WRITE-ERROR PIC X VALUE 'N'.
       01  WS-KEY-MEMBER PIC X(10).
       01  WS-KEY-VERSION PIC 9(4).
       01  WS-ADD-ENTRY PIC X.
       01  WS-RC-COUNT PIC 9(4) VALUE 0.
       01  WS-RC-IDX PIC 9(4).
       01  WS-RC-FOUND PIC 9(4).
       01  WS-RC-OTHER PIC 9(4).
       01  WS-RC-OVERFLOW PIC 9(4) VALUE 0.
       01  WS-RC-TAB.
           05  WS-RC-ENTRY OCCURS 2000 TIMES.
               10  WS-RC-IMAGE.
                   15  WS-RC-MEMBER PIC X(10).
                   15  WS-RC-VERSION PIC 9(4).
                   15  WS-RC-GEN-DATE PIC X(8).
                   15  WS-RC-GEN-TIME PIC X(6).
                   15  WS-RC-OPTION PIC X(2).
                   15  WS-RC-PARMS PIC X(20).
                   15  WS-RC-FILENAME PIC X(40).
                   15  WS-RC-STATUS PIC X.
                   15  WS-RC-APPROVER PIC X(8).
                   15  WS-RC-APPROVE-DATE PIC X(8).
                   15  WS-RC-PROMOTE-DATE PIC X(8).
                   15  WS-RC-REGR-RESULT PIC X.
                   15  WS-RC-REGR-DATE PIC X(8).
               10  WS-RC-HAS-ARCHIVE PIC X.
               10  WS-RC-HAS-CATLOG PIC X.
               10  WS-RC-HAS-STATUS PIC X.
               10  WS-RC-TIME-FROM PIC X.
               10  WS-RC-LOADED PIC X.
       01  WS-GL-COUNT PIC 9(5) VALUE 0.
       01  WS-GL-IDX PIC 9(5).
       01  WS-GL-BEST PIC 9(5).
       01  WS-GL-FULL PIC X VALUE 'N'.
       01  WS-GL-TAB.
           05  WS-GL-ENTRY OCCURS 20000 TIMES.
               10  WS-GL-DATE PIC X(8).
               10  WS-GL-TIME PIC X(6).
               10  WS-GL-OPTION PIC X(2).
               10  WS-GL-FILENAME PIC X(40).
               10  WS-GL-USED PIC X.
       01  WS-LAST-GEN-DATE PIC X(8) VALUE SPACES.
       01  WS-LAST-GEN-TIME PIC X(6) VALUE SPACES.
       01  WS-LAST-GEN-FILE PIC X(40) VALUE SPACES.
       01  WS-LAST-GEN-IDX PIC 9(5) VALUE 0.
       01  WS-LF-COUNT PIC 9(3) VALUE 0.
       01  WS-LF-IDX PIC 9(3).
       01  WS-LF-TAB.
           05  WS-LF-NAME OCCURS 240 TIMES PIC X(40).
       01  WS-LOG-LINES PIC 9(7).
       01  WS-LOG-UNMATCHED PIC 9(7) VALUE 0.
       01  WS-ARCH-SEEN PIC 9(5) VALUE 0.
       01  WS-BAD-NAMES PIC 9(5) VALUE 0.
       01  WS-NAME-LEN PIC 9(3).
       01  WS-NAME-POS PIC 9(3).
       01  WS-NAME-OK PIC X.
       01  WS-AT-STAMP.
           05  WS-AT-YYYY PIC 9(4).
           05  WS-AT-MM PIC 99.
           05  WS-AT-DD PIC 99.
           05  WS-AT-HH PIC 99.
           05  WS-AT-MIN PIC 99.
           05  WS-AT-SS PIC 99.
       01  WS-AT-STAMP-X REDEFINES WS-AT-STAMP.
           05  WS-AT-DATE PIC X(8).
           05  WS-AT-TIME PIC X(6).
       01  WS-AT-SECS PIC 9(5).
       01  WS-TW-TIME.
           05  WS-TW-HH PIC 99.
           05  WS-TW-MIN PIC 99.
           05  WS-TW-SS PIC 99.
       01  WS-TW-SECS PIC 9(5).
       01  WS-BEST-SECS PIC 9(5).
       01  WS-FULL-COUNT PIC 9(5) VALUE 0.
       01  WS-PARTIAL-COUNT PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT PIC 9(5) VALUE 0.
       01  WS-MISSING-LIST PIC X(80).
       01  WS-MISSING-PTR PIC 9(3).
       01  WS-BUILD-LINE PIC X(100).
       01  WS-COUNT-ED PIC ZZZZZZ9.
       01  WS-EXPECT-ED PIC ZZZZZZ9.
       01  WS-HASH-ED PIC ZZZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-COMMAND-PARM FROM COMMAND-LINE
           UNSTRING WS-COMMAND-PARM DELIMITED BY ALL ' '
               INTO WS-CB-ACTION WS-CB-OPERAND
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-CB-ACTION) TO WS-CB-ACTION
           EVALUATE WS-CB-ACTION
               WHEN 'UNLOAD'
                   IF WS-CB-OPERAND NOT = SPACES
                       MOVE WS-CB-OPERAND TO WS-BACKUP-FILENAME
                   END-IF
                   PERFORM 1000-UNLOAD
               WHEN 'RELOAD'
                   IF WS-CB-OPERAND NOT = SPACES
                       MOVE WS-CB-OPERAND TO WS-BACKUP-FILENAME
                   END-IF
                   PERFORM 2000-RELOAD
               WHEN 'RECOVER'
                   MOVE FUNCTION UPPER-CASE(WS-CB-OPERAND)
                       TO WS-CB-OPERAND
                   PERFORM 3000-RECOVER
               WHEN 'CONVERT'
                   IF WS-CB-OPERAND NOT = SPACES
                       MOVE WS-CB-OPERAND TO WS-OLD-FILENAME
                   END-IF
                   PERFORM 6000-CONVERT
               WHEN OTHER
                   DISPLAY 'Usage: GENCATBK UNLOAD [backup-file]'
                   DISPLAY '       GENCATBK RELOAD [backup-file]'
                   DISPLAY '       GENCATBK RECOVER [REPLACE]'
                   DISPLAY '       GENCATBK CONVERT [old-catalog]'
                   DISPLAY 'Default backup file is GENCATLG.BAK'
                   DISPLAY 'CONVERT rebuilds GENCATLG.DAT from an old'
                       ' 90-byte catalog (no status fields);'
                   DISPLAY 'rename the old GENCATLG.DAT to GENCATLG.V1'
                       ' or name it on the command line.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           DISPLAY 'GENCATBK complete, report written to GENCATBK.TXT'
           STOP RUN.

       1000-UNLOAD.
           OPEN INPUT GEN-CATALOG
           IF WS-STATUS-CATALOG NOT = '00'
               DISPLAY 'Generation catalog unavailable, status '
                   WS-STATUS-CATALOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BACKUP-FILE
           IF WS-STATUS-BACKUP NOT = '00'
               DISPLAY 'Unable to open '
                   FUNCTION TRIM(WS-BACKUP-FILENAME)
                   ', status=' WS-STATUS-BACKUP
               CLOSE GEN-CATALOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5000-OPEN-REPORT
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'CATALOG UNLOAD TO ' WS-BACKUP-FILENAME
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM 5100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           PERFORM 5100-WRITE-REPORT-LINE
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME FROM TIME
           MOVE SPACES TO BACKUP-RECORD
           MOVE 'HDR' TO BK-TYPE
           STRING 'GENCATLG.DAT ' WS-CDT-DATE ' ' WS-CDT-TIME(1:6)
               DELIMITED BY SIZE INTO BK-DATA
           WRITE BACKUP-RECORD
           IF WS-STATUS-BACKUP NOT = '00'
               MOVE 'Y' TO WS-BK-WRITE-ERROR
           END-IF
           MOVE LOW-VALUES TO CAT-KEY
           START GEN-CATALOG KEY NOT < CAT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-CATALOG
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-CATALOG
           END-START
           IF WS-BK-WRITE-ERROR = 'Y'
               MOVE 'Y' TO WS-EOF-CATALOG
           END-IF
           PERFORM UNTIL WS-EOF-CATALOG = 'Y'
               READ GEN-CATALOG NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CATALOG
                   NOT AT END
                       MOVE SPACES TO BACKUP-RECORD
                       MOVE 'CAT' TO BK-TYPE
                       MOVE CATALOG-RECORD TO BK-DATA
                       WRITE BACKUP-RECORD
                       IF WS-STATUS-BACKUP NOT = '00'
                           MOVE 'Y' TO WS-BK-WRITE-ERROR
                           MOVE 'Y' TO WS-EOF-CATALOG
                       ELSE
                           ADD 1 TO WS-BK-COUNT
                           ADD CAT-VERSION TO WS-BK-HASH
                       END-IF
               END-READ
               IF WS-STATUS-CATALOG NOT = '00'
                       AND WS-STATUS-CATALOG NOT = '10'
                       AND WS-STATUS-CATALOG NOT = '02'
                   MOVE 'Y' TO WS-READ-ERROR
                   MOVE 'Y' TO WS-EOF-CATALOG
               END-IF
           END-PERFORM
           CLOSE GEN-CATALOG
           MOVE SPACES TO BACKUP-RECORD
           MOVE 'TRL' TO BK-TYPE
           MOVE WS-BK-COUNT TO BK-TRL-COUNT
           MOVE WS-BK-HASH TO BK-TRL-HASH
           IF WS-BK-WRITE-ERROR = 'N'
               WRITE BACKUP-RECORD
               IF WS-STATUS-BACKUP NOT = '00'
                   MOVE 'Y' TO WS-BK-WRITE-ERROR
               END-IF
           END-IF
           CLOSE BACKUP-FILE
           MOVE WS-BK-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING '  ENTRIES UNLOADED   ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM 5100-WRITE-REPORT-LINE
           MOVE WS-BK-HASH TO WS-HASH-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING '  VERSION HASH TOTAL ' WS-HASH-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM 5100-WRITE-REPORT-LINE
           IF WS-READ-ERROR = 'Y'
               MOVE SPACES TO WS-BUILD-LINE
               STRING '  CATALOG READ FAILED, STATUS '
                   WS-STATUS-CATALOG ', BACKUP IS INCOMPLETE'
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               PERFORM 5100-WRITE-REPORT-LINE
               DISPLAY 'Catalog read failed, status '
                   WS-STATUS-CATALOG ', backup is incomplete'
               MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-BK-WRITE-ERROR = 'Y'
               MOVE SPACES TO WS-BUILD-LINE
               STRING '  BACKUP WRITE FAILED, STATUS '
                   WS-STATUS-BACKUP ', BACKUP IS INCOMPLETE'
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               PERFORM 5100-WRITE-REPORT-LINE
               DISPLAY 'Backup write failed, status '
                   WS-STATUS-BACKUP ', backup is incomplete'
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE CATBK-REPORT.

       2000-RELOAD.
           PERFORM 5000-OPEN-REPORT
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'CATALOG RELOAD FROM ' WS-BACKUP-FILENAME
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM 5100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           PERFORM 5100-WRITE-REPORT-LINE
           PERFORM 2100-VERIFY-BACKUP
           MOVE WS-BK-COUNT TO WS-COUNT-ED
           MOVE WS-BK-EXPECT-COUNT TO WS-EXPECT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING '  ENTRIES IN BACKUP  ' WS-COUNT-ED ' /' WS-EXPECT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM 5100-WRITE-REPORT-LINE
           MOVE WS-BK-HASH TO WS-HASH-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING '  VERSION HASH TOTAL ' WS-HASH-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           IF WS-TRL-SEEN = 'Y'
               MOVE WS-BK-EXPECT-HASH TO WS-HASH-ED
               STRING ' /' WS-HASH-ED
                   DELIMITED BY SIZE INTO WS-BUILD-LINE(33:20)
           END-IF
           PERFORM 5100-WRITE-REPORT-LINE
           IF WS-BK-VALID = 'N'
               MOVE SPACES TO WS-BUILD-LINE
               PERFORM 5100-WRITE-REPORT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING 'RELOAD REJECTED, CATALOG NOT CHANGED: '
                   WS-BK-REASON
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               PERFORM 5100-WRITE-REPORT-LINE
               DISPLAY 'Backup rejected: ' FUNCTION TRIM(WS-BK-REASON)
               CLOSE CATBK-REPORT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2200-LOAD-BACKUP
           MOVE WS-LOADED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING '  ENTRIES RELOADED   ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM 5100-WRITE-REPORT-LINE
           IF WS-WRITE-ERRORS > 0
               MOVE WS-WRITE-ERRORS TO WS-COUNT-ED
               MOVE SPACES TO WS-BUILD-LINE
               STRING '  WRITE FAILURES     ' WS-COUNT-ED
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               PERFORM 5100-WRITE-REPORT-LINE
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE CATBK-REPORT.

       2100-VERIFY-BACKUP.
           OPEN INPUT BACKUP-FILE
           IF WS-STATUS-BACKUP NOT = '00'
               MOVE 'N' TO WS-BK-VALID
               STRING 'BACKUP FILE NOT READABLE, STATUS '
                   WS-STATUS-BACKUP
                   DELIMITED BY SIZE INTO WS-BK-REASON
           ELSE
               MOVE 'N' TO WS-EOF-BACKUP
               PERFORM UNTIL WS-EOF-BACKUP = 'Y'
                   READ BACKUP-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-BACKUP
                       NOT AT END
                           PERFORM 2110-VERIFY-RECORD
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FILE
               IF WS-BK-VALID = 'Y' AND WS-TRL-SEEN = 'N'
                   MOVE 'N' TO WS-BK-VALID
                   MOVE 'TRAILER MISSING, BACKUP INCOMPLETE'
                       TO WS-BK-REASON
               END-IF
               IF WS-BK-VALID = 'Y'
                       AND (WS-BK-COUNT NOT = WS-BK-EXPECT-COUNT
                       OR WS-BK-HASH NOT = WS-BK-EXPECT-HASH)
                   MOVE 'N' TO WS-BK-VALID
                   MOVE 'ENTRY COUNT OR HASH DISAGREES WITH TRAILER'
                       TO WS-BK-REASON
               END-IF
           END-IF.

       2110-VERIFY-RECORD.
           ADD 1 TO WS-BK-RECORDS
           IF WS-BK-VALID = 'Y'
               EVALUATE TRUE
                   WHEN WS-BK-RECORDS = 1
                       IF BK-TYPE NOT = 'HDR'
                               OR BK-DATA(1:12) NOT = 'GENCATLG.DAT'
                           MOVE 'N' TO WS-BK-VALID
                           MOVE 'NOT A CATALOG BACKUP' TO WS-BK-REASON
                       ELSE
                           MOVE 'Y' TO WS-HDR-SEEN
                       END-IF
                   WHEN WS-TRL-SEEN = 'Y'
                       MOVE 'N' TO WS-BK-VALID
                       MOVE 'RECORDS FOLLOW THE TRAILER'
                           TO WS-BK-REASON
                   WHEN BK-TYPE = 'CAT'
                       MOVE BK-DATA TO WS-IN-CATALOG
                       IF WS-IN-KEY NOT > WS-LAST-KEY
                               OR WS-IN-VERSION NOT NUMERIC
                           MOVE 'N' TO WS-BK-VALID
                           MOVE SPACES TO WS-BK-REASON
                           STRING 'ENTRY OUT OF SEQUENCE OR INVALID AT '
                               WS-IN-MEMBER ' ' BK-DATA(11:4)
                               DELIMITED BY SIZE INTO WS-BK-REASON
                       ELSE
                           MOVE WS-IN-KEY TO WS-LAST-KEY
                           ADD 1 TO WS-BK-COUNT
                           ADD WS-IN-VERSION TO WS-BK-HASH
                       END-IF
                   WHEN BK-TYPE = 'TRL'
                       MOVE 'Y' TO WS-TRL-SEEN
                       IF BK-TRL-COUNT IS NUMERIC
                               AND BK-TRL-HASH IS NUMERIC
                           MOVE BK-TRL-COUNT TO WS-BK-EXPECT-COUNT
                           MOVE BK-TRL-HASH TO WS-BK-EXPECT-HASH
                       ELSE
                           MOVE 'N' TO WS-BK-VALID
                           MOVE 'TRAILER COUNTS NOT NUMERIC'
                               TO WS-BK-REASON
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-BK-VALID
                       MOVE SPACES TO WS-BK-REASON
                       STRING 'UNKNOWN RECORD TYPE ' BK-TYPE
                           DELIMITED BY SIZE INTO WS-BK-REASON
               END-EVALUATE
           END-IF.

       2200-LOAD-BACKUP.
           OPEN OUTPUT GEN-CATALOG
           IF WS-STATUS-CATALOG NOT = '00'
               DISPLAY 'Unable to create GENCATLG.DAT, status '
                   WS-STATUS-CATALOG
               CLOSE CATBK-REPORT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BACKUP-FILE
           MOVE 'N' TO WS-EOF-BACKUP
           PERFORM UNTIL WS-EOF-BACKUP = 'Y'
               READ BACKUP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-BACKUP
                   NOT AT END
                       IF BK-TYPE = 'CAT'
                           MOVE BK-DATA TO CATALOG-RECORD
                           WRITE CATALOG-RECORD
                               INVALID KEY
                                   ADD 1 TO WS-WRITE-ERRORS
                               NOT INVALID KEY
                                   ADD 1 TO WS-LOADED-COUNT
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE
           CLOSE GEN-CATALOG.

       3000-RECOVER.
           MOVE 'GENCATLG.DAT' TO WS-FILE-NAME
           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-FILE-NAME WS-FILE-DETAILS
           IF RETURN-CODE = 0 AND WS-CB-OPERAND NOT = 'REPLACE'
               DISPLAY 'GENCATLG.DAT exists. Unload it if it can still'
                   ' be read, then run GENCATBK RECOVER REPLACE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM 5000-OPEN-REPORT
           MOVE 'CATALOG RECOVERY FROM ARCHIVES AND GENERATION LOG'
               TO CATBK-LINE
           WRITE CATBK-LINE
           MOVE SPACES TO CATBK-LINE
           WRITE CATBK-LINE
           PERFORM 3100-LIST-FILES
           PERFORM VARYING WS-LF-IDX FROM 1 BY 1
                   UNTIL WS-LF-IDX > WS-LF-COUNT
               MOVE WS-LF-NAME(WS-LF-IDX) TO WS-LOG-FILENAME
               PERFORM 3300-READ-LOG
           END-PERFORM
           MOVE 'GENLOG.TXT' TO WS-LOG-FILENAME
           PERFORM 3300-READ-LOG
           PERFORM 3400-READ-PROMOTIONS
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-STATUS(WS-RC-IDX) = 'P'
                   PERFORM 3450-ONE-PRODUCTION-VERSION
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-HAS-CATLOG(WS-RC-IDX) = 'N'
                   PERFORM 3500-FILL-FROM-ARCHIVE
               END-IF
           END-PERFORM
           IF WS-RC-COUNT = 0
               MOVE SPACES TO CATBK-LINE
               WRITE CATBK-LINE
               MOVE 'NOTHING TO RECOVER, CATALOG NOT CHANGED'
                   TO CATBK-LINE
               WRITE CATBK-LINE
               CLOSE CATBK-REPORT
               DISPLAY 'No archives or catalog log lines found'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3600-WRITE-CATALOG
           MOVE SPACES TO CATBK-LINE
           WRITE CATBK-LINE
           MOVE 'MEMBER     VER   GEN DATE TIME   OP FILE' TO CATBK-LINE
           MOVE 'RESULT' TO CATBK-LINE(75:6)
           WRITE CATBK-LINE
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               PERFORM 3700-REPORT-ENTRY
           END-PERFORM
           PERFORM 3800-WRITE-TOTALS
           CLOSE CATBK-REPORT
           IF WS-PARTIAL-COUNT > 0 OR WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-LIST-FILES.
           MOVE SPACES TO WS-SYSTEM-COMMAND
           STRING 'ls GENARCH-*.src GENLOG-*.TXT > GENCATBK.LST'
               ' 2>/dev/null'
               DELIMITED BY SIZE INTO WS-SYSTEM-COMMAND
           CALL 'SYSTEM' USING WS-SYSTEM-COMMAND
           MOVE 0 TO RETURN-CODE
           OPEN INPUT LIST-FILE
           IF WS-STATUS-LIST = '00'
               MOVE 'N' TO WS-EOF-LIST
               PERFORM UNTIL WS-EOF-LIST = 'Y'
                   READ LIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-LIST
                       NOT AT END
                           EVALUATE TRUE
                               WHEN LIST-LINE(1:8) = 'GENARCH-'
                                   PERFORM 3200-NOTE-ARCHIVE
                               WHEN LIST-LINE(1:7) = 'GENLOG-'
                                       AND WS-LF-COUNT < 240
                                   ADD 1 TO WS-LF-COUNT
                                   MOVE LIST-LINE
                                       TO WS-LF-NAME(WS-LF-COUNT)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF
           MOVE WS-ARCH-SEEN TO WS-COUNT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'ARCHIVED SOURCES FOUND ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM 5100-WRITE-REPORT-LINE.

       3200-NOTE-ARCHIVE.
           ADD 1 TO WS-ARCH-SEEN
           MOVE 0 TO WS-NAME-LEN
           INSPECT LIST-LINE TALLYING WS-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 'N' TO WS-NAME-OK
           IF WS-NAME-LEN > 17 AND WS-NAME-LEN < 28
               COMPUTE WS-NAME-POS = WS-NAME-LEN - 8
               IF LIST-LINE(WS-NAME-POS:1) = '-'
                       AND LIST-LINE(WS-NAME-POS + 1:4) IS NUMERIC
                       AND LIST-LINE(WS-NAME-POS + 5:4) = '.src'
                   MOVE 'Y' TO WS-NAME-OK
               END-IF
           END-IF
           IF WS-NAME-OK = 'N'
               ADD 1 TO WS-BAD-NAMES
               MOVE SPACES TO WS-BUILD-LINE
               STRING 'NOT REBUILT  ' LIST-LINE(1:WS-NAME-LEN)
                   '  NAME IS NOT GENARCH-member-vvvv.src'
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               PERFORM 5100-WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-KEY-MEMBER
               MOVE LIST-LINE(9:WS-NAME-LEN - 17) TO WS-KEY-MEMBER
               MOVE LIST-LINE(WS-NAME-POS + 1:4) TO WS-KEY-VERSION
               MOVE 'Y' TO WS-ADD-ENTRY
               PERFORM 4000-FIND-ENTRY
               IF WS-RC-FOUND > 0
                   MOVE 'Y' TO WS-RC-HAS-ARCHIVE(WS-RC-FOUND)
               END-IF
           END-IF.

       3300-READ-LOG.
           MOVE 0 TO WS-LOG-LINES
           OPEN INPUT LOG-FILE
           IF WS-STATUS-LOG NOT = '00'
               MOVE SPACES TO WS-BUILD-LINE
               STRING 'LOG NOT READ ' WS-LOG-FILENAME ' STATUS '
                   WS-STATUS-LOG
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               PERFORM 5100-WRITE-REPORT-LINE
           ELSE
               MOVE 'N' TO WS-EOF-LOG
               PERFORM UNTIL WS-EOF-LOG = 'Y'
                   READ LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-LOG
                       NOT AT END
                           ADD 1 TO WS-LOG-LINES
                           EVALUATE LOG-LINE(17:4)
                               WHEN 'GEN '
                                   PERFORM 3310-LOG-GENERATION
                               WHEN 'CAT '
                                   PERFORM 3320-LOG-CATALOG-ENTRY
                               WHEN 'STA '
                                   PERFORM 3330-LOG-STATUS-CHANGE
                               WHEN 'RGR '
                                   PERFORM 3340-LOG-REGRESSION
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
               MOVE WS-LOG-LINES TO WS-COUNT-ED
               MOVE SPACES TO WS-BUILD-LINE
               STRING 'LOG READ ' WS-LOG-FILENAME(1:24) WS-COUNT-ED
                   ' LINES'
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               PERFORM 5100-WRITE-REPORT-LINE
           END-IF.

       3310-LOG-GENERATION.
           MOVE LOG-LINE(1:8) TO WS-LAST-GEN-DATE
           MOVE LOG-LINE(10:6) TO WS-LAST-GEN-TIME
           MOVE LOG-LINE(24:40) TO WS-LAST-GEN-FILE
           MOVE 0 TO WS-LAST-GEN-IDX
           IF WS-GL-COUNT < 20000
               ADD 1 TO WS-GL-COUNT
               MOVE WS-GL-COUNT TO WS-LAST-GEN-IDX
               MOVE LOG-LINE(1:8) TO WS-GL-DATE(WS-GL-COUNT)
               MOVE LOG-LINE(10:6) TO WS-GL-TIME(WS-GL-COUNT)
               MOVE LOG-LINE(21:2) TO WS-GL-OPTION(WS-GL-COUNT)
               MOVE LOG-LINE(24:40) TO WS-GL-FILENAME(WS-GL-COUNT)
               MOVE 'N' TO WS-GL-USED(WS-GL-COUNT)
           ELSE
               MOVE 'Y' TO WS-GL-FULL
           END-IF.

       3320-LOG-CATALOG-ENTRY.
           IF LOG-LINE(36:4) IS NUMERIC
               MOVE LOG-LINE(24:10) TO WS-KEY-MEMBER
               MOVE LOG-LINE(36:4) TO WS-KEY-VERSION
               MOVE 'Y' TO WS-ADD-ENTRY
               PERFORM 4000-FIND-ENTRY
           ELSE
               MOVE 0 TO WS-RC-FOUND
           END-IF
           IF WS-RC-FOUND > 0
               MOVE LOG-LINE(1:8) TO WS-RC-GEN-DATE(WS-RC-FOUND)
               MOVE LOG-LINE(10:6) TO WS-RC-GEN-TIME(WS-RC-FOUND)
               MOVE LOG-LINE(21:2) TO WS-RC-OPTION(WS-RC-FOUND)
               MOVE LOG-LINE(41:20) TO WS-RC-PARMS(WS-RC-FOUND)
               MOVE 'G' TO WS-RC-STATUS(WS-RC-FOUND)
               MOVE SPACES TO WS-RC-APPROVER(WS-RC-FOUND)
                   WS-RC-APPROVE-DATE(WS-RC-FOUND)
                   WS-RC-PROMOTE-DATE(WS-RC-FOUND)
                   WS-RC-REGR-RESULT(WS-RC-FOUND)
                   WS-RC-REGR-DATE(WS-RC-FOUND)
               MOVE 'Y' TO WS-RC-HAS-CATLOG(WS-RC-FOUND)
               MOVE 'Y' TO WS-RC-HAS-STATUS(WS-RC-FOUND)
               MOVE 'L' TO WS-RC-TIME-FROM(WS-RC-FOUND)
               IF WS-LAST-GEN-DATE = LOG-LINE(1:8)
                       AND WS-LAST-GEN-TIME = LOG-LINE(10:6)
                   MOVE WS-LAST-GEN-FILE TO WS-RC-FILENAME(WS-RC-FOUND)
                   IF WS-LAST-GEN-IDX > 0
                       MOVE 'Y' TO WS-GL-USED(WS-LAST-GEN-IDX)
                   END-IF
               ELSE
                   MOVE SPACES TO WS-RC-FILENAME(WS-RC-FOUND)
               END-IF
           END-IF.

       3330-LOG-STATUS-CHANGE.
           MOVE 0 TO WS-RC-FOUND
           IF LOG-LINE(36:4) IS NUMERIC
               MOVE LOG-LINE(24:10) TO WS-KEY-MEMBER
               MOVE LOG-LINE(36:4) TO WS-KEY-VERSION
               MOVE 'N' TO WS-ADD-ENTRY
               PERFORM 4000-FIND-ENTRY
           END-IF
           IF WS-RC-FOUND = 0
               ADD 1 TO WS-LOG-UNMATCHED
           ELSE
               EVALUATE LOG-LINE(41:1)
                   WHEN 'A'
                       IF WS-RC-STATUS(WS-RC-FOUND) NOT = 'P'
                           MOVE LOG-LINE(66:8)
                               TO WS-RC-APPROVER(WS-RC-FOUND)
                           MOVE LOG-LINE(1:8)
                               TO WS-RC-APPROVE-DATE(WS-RC-FOUND)
                       END-IF
                   WHEN 'P'
                       MOVE LOG-LINE(1:8)
                           TO WS-RC-PROMOTE-DATE(WS-RC-FOUND)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE LOG-LINE(41:1) TO WS-RC-STATUS(WS-RC-FOUND)
               MOVE 'Y' TO WS-RC-HAS-STATUS(WS-RC-FOUND)
           END-IF.

       3340-LOG-REGRESSION.
           MOVE 0 TO WS-RC-FOUND
           IF LOG-LINE(36:4) IS NUMERIC
               MOVE LOG-LINE(24:10) TO WS-KEY-MEMBER
               MOVE LOG-LINE(36:4) TO WS-KEY-VERSION
               MOVE 'N' TO WS-ADD-ENTRY
               PERFORM 4000-FIND-ENTRY
           END-IF
           IF WS-RC-FOUND = 0
               ADD 1 TO WS-LOG-UNMATCHED
           ELSE
               IF LOG-LINE(41:4) = 'PASS'
                   MOVE 'P' TO WS-RC-REGR-RESULT(WS-RC-FOUND)
                   IF WS-RC-STATUS(WS-RC-FOUND) = 'G'
                       MOVE 'T' TO WS-RC-STATUS(WS-RC-FOUND)
                   END-IF
               ELSE
                   MOVE 'F' TO WS-RC-REGR-RESULT(WS-RC-FOUND)
               END-IF
               MOVE LOG-LINE(1:8) TO WS-RC-REGR-DATE(WS-RC-FOUND)
           END-IF.

       3400-READ-PROMOTIONS.
           OPEN INPUT PROMO-FILE
           IF WS-STATUS-PROMO = '00'
               MOVE 'N' TO WS-EOF-PROMO
               PERFORM UNTIL WS-EOF-PROMO = 'Y'
                   READ PROMO-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-PROMO
                       NOT AT END
                           IF PROMO-LINE(17:7) = 'PROMOTE'
                                   AND PROMO-LINE(37:4) IS NUMERIC
                               PERFORM 3410-APPLY-PROMOTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROMO-FILE
           END-IF.

       3410-APPLY-PROMOTION.
           MOVE PROMO-LINE(25:10) TO WS-KEY-MEMBER
           MOVE PROMO-LINE(37:4) TO WS-KEY-VERSION
           MOVE 'N' TO WS-ADD-ENTRY
           PERFORM 4000-FIND-ENTRY
           IF WS-RC-FOUND > 0
               IF WS-RC-HAS-CATLOG(WS-RC-FOUND) = 'N'
                   MOVE 'P' TO WS-RC-STATUS(WS-RC-FOUND)
                   MOVE PROMO-LINE(63:8) TO WS-RC-APPROVER(WS-RC-FOUND)
                   MOVE PROMO-LINE(72:8)
                       TO WS-RC-APPROVE-DATE(WS-RC-FOUND)
                   MOVE PROMO-LINE(1:8)
                       TO WS-RC-PROMOTE-DATE(WS-RC-FOUND)
                   MOVE 'Y' TO WS-RC-HAS-STATUS(WS-RC-FOUND)
               END-IF
           END-IF.

       3450-ONE-PRODUCTION-VERSION.
           PERFORM VARYING WS-RC-OTHER FROM 1 BY 1
                   UNTIL WS-RC-OTHER > WS-RC-COUNT
               IF WS-RC-OTHER NOT = WS-RC-IDX
                       AND WS-RC-STATUS(WS-RC-OTHER) = 'P'
                       AND WS-RC-MEMBER(WS-RC-OTHER)
                           = WS-RC-MEMBER(WS-RC-IDX)
                   IF WS-RC-PROMOTE-DATE(WS-RC-OTHER)
                           < WS-RC-PROMOTE-DATE(WS-RC-IDX)
                       OR (WS-RC-PROMOTE-DATE(WS-RC-OTHER)
                           = WS-RC-PROMOTE-DATE(WS-RC-IDX)
                       AND WS-RC-VERSION(WS-RC-OTHER)
                           < WS-RC-VERSION(WS-RC-IDX))
                       MOVE 'A' TO WS-RC-STATUS(WS-RC-OTHER)
                   ELSE
                       MOVE 'A' TO WS-RC-STATUS(WS-RC-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       3500-FILL-FROM-ARCHIVE.
           MOVE SPACES TO WS-FILE-NAME
           STRING 'GENARCH-' FUNCTION TRIM(WS-RC-MEMBER(WS-RC-IDX))
               '-' WS-RC-VERSION(WS-RC-IDX) '.src'
               DELIMITED BY SIZE INTO WS-FILE-NAME
           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-FILE-NAME WS-FILE-DETAILS
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE SPACE TO WS-RC-TIME-FROM(WS-RC-IDX)
           ELSE
               MOVE WS-FD-YYYY TO WS-AT-YYYY
               MOVE WS-FD-MM TO WS-AT-MM
               MOVE WS-FD-DD TO WS-AT-DD
               MOVE WS-FD-HH TO WS-AT-HH
               MOVE WS-FD-MIN TO WS-AT-MIN
               MOVE WS-FD-SS TO WS-AT-SS
               COMPUTE WS-AT-SECS = WS-AT-HH * 3600
                   + WS-AT-MIN * 60 + WS-AT-SS
               MOVE 0 TO WS-GL-BEST
               MOVE 0 TO WS-BEST-SECS
               PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                       UNTIL WS-GL-IDX > WS-GL-COUNT
                   IF WS-GL-USED(WS-GL-IDX) = 'N'
                           AND WS-GL-DATE(WS-GL-IDX) = WS-AT-DATE
                           AND WS-GL-TIME(WS-GL-IDX) IS NUMERIC
                       MOVE WS-GL-TIME(WS-GL-IDX) TO WS-TW-TIME
                       COMPUTE WS-TW-SECS = WS-TW-HH * 3600
                           + WS-TW-MIN * 60 + WS-TW-SS
                       IF WS-TW-SECS NOT > WS-AT-SECS
                               AND WS-AT-SECS - WS-TW-SECS NOT > 120
                               AND WS-TW-SECS NOT < WS-BEST-SECS
                           MOVE WS-GL-IDX TO WS-GL-BEST
                           MOVE WS-TW-SECS TO WS-BEST-SECS
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-GL-BEST > 0
                   MOVE 'Y' TO WS-GL-USED(WS-GL-BEST)
                   MOVE WS-GL-DATE(WS-GL-BEST)
                       TO WS-RC-GEN-DATE(WS-RC-IDX)
                   MOVE WS-GL-TIME(WS-GL-BEST)
                       TO WS-RC-GEN-TIME(WS-RC-IDX)
                   MOVE WS-GL-OPTION(WS-GL-BEST)
                       TO WS-RC-OPTION(WS-RC-IDX)
                   MOVE WS-GL-FILENAME(WS-GL-BEST)
                       TO WS-RC-FILENAME(WS-RC-IDX)
                   MOVE 'L' TO WS-RC-TIME-FROM(WS-RC-IDX)
               ELSE
                   MOVE WS-AT-DATE TO WS-RC-GEN-DATE(WS-RC-IDX)
                   MOVE WS-AT-TIME TO WS-RC-GEN-TIME(WS-RC-IDX)
                   MOVE 'A' TO WS-RC-TIME-FROM(WS-RC-IDX)
               END-IF
           END-IF.

       3600-WRITE-CATALOG.
           OPEN OUTPUT GEN-CATALOG
           IF WS-STATUS-CATALOG NOT = '00'
               DISPLAY 'Unable to create GENCATLG.DAT, status '
                   WS-STATUS-CATALOG
               MOVE 'CATALOG NOT WRITTEN, GENCATLG.DAT NOT CREATED'
                   TO CATBK-LINE
               WRITE CATBK-LINE
               CLOSE CATBK-REPORT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               MOVE WS-RC-IMAGE(WS-RC-IDX) TO CATALOG-RECORD
               WRITE CATALOG-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-RC-LOADED(WS-RC-IDX)
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RC-LOADED(WS-RC-IDX)
               END-WRITE
           END-PERFORM
           CLOSE GEN-CATALOG.

       3700-REPORT-ENTRY.
           MOVE SPACES TO WS-MISSING-LIST
           MOVE 1 TO WS-MISSING-PTR
           IF WS-RC-TIME-FROM(WS-RC-IDX) = 'A'
               STRING 'GEN TIME (ARCHIVE TIME USED) '
                   DELIMITED BY SIZE INTO WS-MISSING-LIST
                   WITH POINTER WS-MISSING-PTR
           END-IF
           IF WS-RC-TIME-FROM(WS-RC-IDX) = SPACE
               STRING 'GEN TIME '
                   DELIMITED BY SIZE INTO WS-MISSING-LIST
                   WITH POINTER WS-MISSING-PTR
           END-IF
           IF WS-RC-OPTION(WS-RC-IDX) = SPACES
               STRING 'OPTION '
                   DELIMITED BY SIZE INTO WS-MISSING-LIST
                   WITH POINTER WS-MISSING-PTR
           END-IF
           IF WS-RC-FILENAME(WS-RC-IDX) = SPACES
               STRING 'FILE '
                   DELIMITED BY SIZE INTO WS-MISSING-LIST
                   WITH POINTER WS-MISSING-PTR
           END-IF
           IF WS-RC-HAS-CATLOG(WS-RC-IDX) = 'N'
               STRING 'PARMS '
                   DELIMITED BY SIZE INTO WS-MISSING-LIST
                   WITH POINTER WS-MISSING-PTR
           END-IF
           IF WS-RC-HAS-STATUS(WS-RC-IDX) = 'N'
               STRING 'STATUS '
                   DELIMITED BY SIZE INTO WS-MISSING-LIST
                   WITH POINTER WS-MISSING-PTR
           END-IF
           IF WS-RC-HAS-ARCHIVE(WS-RC-IDX) = 'N'
               STRING 'ARCHIVED SOURCE '
                   DELIMITED BY SIZE INTO WS-MISSING-LIST
                   WITH POINTER WS-MISSING-PTR
           END-IF
           MOVE SPACES TO WS-BUILD-LINE
           STRING WS-RC-MEMBER(WS-RC-IDX) ' V'
               WS-RC-VERSION(WS-RC-IDX) ' '
               WS-RC-GEN-DATE(WS-RC-IDX) ' '
               WS-RC-GEN-TIME(WS-RC-IDX) ' '
               WS-RC-OPTION(WS-RC-IDX) ' '
               WS-RC-FILENAME(WS-RC-IDX)(1:30)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           EVALUATE TRUE
               WHEN WS-RC-LOADED(WS-RC-IDX) NOT = 'Y'
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 'NOT REBUILT' TO WS-BUILD-LINE(75:11)
                   MOVE 'CATALOG WRITE FAILED' TO WS-MISSING-LIST
               WHEN WS-MISSING-LIST NOT = SPACES
                   ADD 1 TO WS-PARTIAL-COUNT
                   MOVE 'PARTIAL' TO WS-BUILD-LINE(75:7)
               WHEN OTHER
                   ADD 1 TO WS-FULL-COUNT
                   MOVE 'REBUILT' TO WS-BUILD-LINE(75:7)
           END-EVALUATE
           PERFORM 5100-WRITE-REPORT-LINE
           IF WS-MISSING-LIST NOT = SPACES
               MOVE SPACES TO WS-BUILD-LINE
               STRING '             NOT RECOVERED: ' WS-MISSING-LIST
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               PERFORM 5100-WRITE-REPORT-LINE
           END-IF.

       3800-WRITE-TOTALS.
           MOVE SPACES TO CATBK-LINE
           WRITE CATBK-LINE
           MOVE 'RECOVERY TOTALS' TO CATBK-LINE
           WRITE CATBK-LINE
           MOVE WS-FULL-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING '  ENTRIES FULLY REBUILT    ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM 5100-WRITE-REPORT-LINE
           MOVE WS-PARTIAL-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING '  ENTRIES PARTLY REBUILT   ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM 5100-WRITE-REPORT-LINE
           COMPUTE WS-COUNT-ED = WS-FAILED-COUNT + WS-BAD-NAMES
               + WS-RC-OVERFLOW
           MOVE SPACES TO WS-BUILD-LINE
           STRING '  ENTRIES NOT REBUILT      ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM 5100-WRITE-REPORT-LINE
           IF WS-LOG-UNMATCHED > 0
               MOVE WS-LOG-UNMATCHED TO WS-COUNT-ED
               MOVE SPACES TO WS-BUILD-LINE
               STRING '  LOG LINES FOR VERSIONS NOT FOUND ' WS-COUNT-ED
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               PERFORM 5100-WRITE-REPORT-LINE
           END-IF
           IF WS-RC-OVERFLOW > 0
               MOVE WS-RC-OVERFLOW TO WS-COUNT-ED
               MOVE SPACES TO WS-BUILD-LINE
               STRING '  ENTRIES BEYOND 2000 NOT REBUILT ' WS-COUNT-ED
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               PERFORM 5100-WRITE-REPORT-LINE
           END-IF
           IF WS-GL-FULL = 'Y'
               MOVE '  GENERATION LOG LINES BEYOND 20000 NOT MATCHED'
                   TO CATBK-LINE
               WRITE CATBK-LINE
           END-IF
           ADD WS-BAD-NAMES WS-RC-OVERFLOW TO WS-FAILED-COUNT.

       4000-FIND-ENTRY.
           MOVE 0 TO WS-RC-FOUND
           PERFORM VARYING WS-RC-OTHER FROM 1 BY 1
                   UNTIL WS-RC-OTHER > WS-RC-COUNT OR WS-RC-FOUND > 0
               IF WS-RC-MEMBER(WS-RC-OTHER) = WS-KEY-MEMBER
                       AND WS-RC-VERSION(WS-RC-OTHER) = WS-KEY-VERSION
                   MOVE WS-RC-OTHER TO WS-RC-FOUND
               END-IF
           END-PERFORM
           IF WS-RC-FOUND = 0 AND WS-ADD-ENTRY = 'Y'
               IF WS-RC-COUNT < 2000
                   ADD 1 TO WS-RC-COUNT
                   MOVE WS-RC-COUNT TO WS-RC-FOUND
                   MOVE SPACES TO WS-RC-IMAGE(WS-RC-FOUND)
                   MOVE WS-KEY-MEMBER TO WS-RC-MEMBER(WS-RC-FOUND)
                   MOVE WS-KEY-VERSION TO WS-RC-VERSION(WS-RC-FOUND)
                   MOVE 'G' TO WS-RC-STATUS(WS-RC-FOUND)
                   MOVE 'N' TO WS-RC-HAS-ARCHIVE(WS-RC-FOUND)
                   MOVE 'N' TO WS-RC-HAS-CATLOG(WS-RC-FOUND)
                   MOVE 'N' TO WS-RC-HAS-STATUS(WS-RC-FOUND)
                   MOVE SPACE TO WS-RC-TIME-FROM(WS-RC-FOUND)
                   MOVE 'N' TO WS-RC-LOADED(WS-RC-FOUND)
               ELSE
                   ADD 1 TO WS-RC-OVERFLOW
               END-IF
           END-IF.

       5000-OPEN-REPORT.
           OPEN OUTPUT CATBK-REPORT
           IF WS-STATUS-REPORT NOT = '00'
               DISPLAY 'Unable to open GENCATBK.TXT, status='
                   WS-STATUS-REPORT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       5100-WRITE-REPORT-LINE.
           MOVE WS-BUILD-LINE TO CATBK-LINE
           WRITE CATBK-LINE.

       6000-CONVERT.
           MOVE 'GENCATLG.DAT' TO WS-FILE-NAME
           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-FILE-NAME WS-FILE-DETAILS
           IF RETURN-CODE = 0
               DISPLAY 'GENCATLG.DAT exists. Rename the old catalog to '
                   FUNCTION TRIM(WS-OLD-FILENAME)
                   ' before running GENCATBK CONVERT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
           OPEN INPUT OLD-CATALOG
           IF WS-STATUS-OLD NOT = '00'
               DISPLAY 'Unable to open old catalog '
                   FUNCTION TRIM(WS-OLD-FILENAME)
                   ', status=' WS-STATUS-OLD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GEN-CATALOG
           IF WS-STATUS-CATALOG NOT = '00'
               DISPLAY 'Unable to create GENCATLG.DAT, status '
                   WS-STATUS-CATALOG
               CLOSE OLD-CATALOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5000-OPEN-REPORT
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'CATALOG CONVERSION FROM ' WS-OLD-FILENAME
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM 5100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           PERFORM 5100-WRITE-REPORT-LINE
           MOVE LOW-VALUES TO OLD-KEY
           START OLD-CATALOG KEY NOT < OLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-CATALOG
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-CATALOG
           END-START
           PERFORM UNTIL WS-EOF-CATALOG = 'Y'
               READ OLD-CATALOG NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CATALOG
                   NOT AT END
                       PERFORM 6100-CONVERT-ENTRY
               END-READ
               IF WS-STATUS-OLD NOT = '00'
                       AND WS-STATUS-OLD NOT = '10'
                       AND WS-STATUS-OLD NOT = '02'
                   MOVE 'Y' TO WS-READ-ERROR
                   MOVE 'Y' TO WS-EOF-CATALOG
               END-IF
           END-PERFORM
           CLOSE OLD-CATALOG
           CLOSE GEN-CATALOG
           MOVE WS-LOADED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING '  ENTRIES CONVERTED  ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM 5100-WRITE-REPORT-LINE
           MOVE WS-BK-HASH TO WS-HASH-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING '  VERSION HASH TOTAL ' WS-HASH-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM 5100-WRITE-REPORT-LINE
           IF WS-WRITE-ERRORS > 0
               MOVE WS-WRITE-ERRORS TO WS-COUNT-ED
               MOVE SPACES TO WS-BUILD-LINE
               STRING '  WRITE FAILURES     ' WS-COUNT-ED
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               PERFORM 5100-WRITE-REPORT-LINE
               MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-READ-ERROR = 'Y'
               MOVE SPACES TO WS-BUILD-LINE
               STRING '  OLD CATALOG READ FAILED, STATUS '
                   WS-STATUS-OLD ', CONVERSION IS INCOMPLETE'
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               PERFORM 5100-WRITE-REPORT-LINE
               DISPLAY 'Old catalog read failed, status '
                   WS-STATUS-OLD ', conversion is incomplete'
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE CATBK-REPORT.

       6100-CONVERT-ENTRY.
           MOVE SPACES TO CATALOG-RECORD
           MOVE OLD-CATALOG-RECORD TO CATALOG-RECORD(1:90)
           MOVE 'G' TO CAT-STATUS
           WRITE CATALOG-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-ERRORS
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
                   ADD CAT-VERSION TO WS-BK-HASH
           END-WRITE.
