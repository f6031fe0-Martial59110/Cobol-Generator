       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-CATALOG ASSIGN TO 'GENCATLG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS WS-STATUS-CATALOG.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARCHIVE.
           SELECT DICT-FILE ASSIGN TO 'GENDICT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DICT.
           SELECT TEMPLATE-FILE ASSIGN TO WS-TEMPLATE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TEMPLATE.
           SELECT TRANS-FILE ASSIGN TO 'GENTRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANS.
           SELECT XPORT-REPORT ASSIGN TO 'GENXPORT.TXT'
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

       FD  DICT-FILE.
       01  DICT-RECORD PIC X(120).

       FD  TEMPLATE-FILE.
       01  TEMPLATE-RECORD PIC X(80).

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05  TR-TYPE PIC X(3).
           05  FILLER PIC X.
           05  TR-MEMBER PIC X(10).
           05  FILLER PIC X.
           05  TR-VERSION PIC 9(4).
           05  FILLER PIC X.
           05  TR-DATA PIC X(120).

       FD  XPORT-REPORT.
       01  XPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-COMMAND-PARM PIC X(120).
       01  WS-XP-ACTION PIC X(8) VALUE SPACES.
       01  WS-XP-MEMBER-TAB VALUE SPACES.
           05  WS-XP-MEMBER OCCURS 10 TIMES PIC X(10).
       01  WS-XP-MEMBER-IDX PIC 99.
       01  WS-STATUS-CATALOG PIC XX.
       01  WS-STATUS-ARCHIVE PIC XX.
       01  WS-STATUS-DICT PIC XX.
       01  WS-STATUS-TEMPLATE PIC XX.
       01  WS-STATUS-TRANS PIC XX.
       01  WS-STATUS-REPORT PIC XX.
       01  WS-EOF-CATALOG PIC X.
       01  WS-EOF-ARCHIVE PIC X.
       01  WS-EOF-DICT PIC X.
       01  WS-EOF-TEMPLATE PIC X.
       01  WS-EOF-TRANS PIC X.
       01  WS-ARCH-FILENAME PIC X(40).
       01  WS-TEMPLATE-FILENAME PIC X(40).
       01  WS-ARCH-OPEN PIC X VALUE 'N'.
       01  WS-TPL-OPEN PIC X VALUE 'N'.
       01  WS-FILE-DETAILS.
           05  WS-FD-SIZE PIC X(8) COMP-X.
           05  WS-FD-DD PIC X COMP-X.
           05  WS-FD-MM PIC X COMP-X.
           05  WS-FD-YYYY PIC XX COMP-X.
           05  WS-FD-HH PIC X COMP-X.
           05  WS-FD-MIN PIC X COMP-X.
           05  WS-FD-SS PIC X COMP-X.
           05  WS-FD-HUND PIC X COMP-X.
       01  WS-CDT-DATE PIC 9(8).
       01  WS-CDT-TIME PIC 9(8).
       01  WS-TR-COUNTS.
           05  WS-TC-MEMBERS PIC 9(4).
           05  WS-TC-CATALOG PIC 9(6).
           05  WS-TC-SOURCE PIC 9(7).
           05  WS-TC-DICT PIC 9(6).
           05  WS-TC-TPLNAMES PIC 9(4).
           05  WS-TC-TPLLINES PIC 9(6).
           05  WS-TC-RECORDS PIC 9(7).
       01  WS-TR-EXPECTED.
           05  WS-TE-MEMBERS PIC 9(4).
           05  WS-TE-CATALOG PIC 9(6).
           05  WS-TE-SOURCE PIC 9(7).
           05  WS-TE-DICT PIC 9(6).
           05  WS-TE-TPLNAMES PIC 9(4).
           05  WS-TE-TPLLINES PIC 9(6).
           05  WS-TE-RECORDS PIC 9(7).
       01  WS-TRL-SEEN PIC X VALUE 'N'.
       01  WS-HDR-SEEN PIC X VALUE 'N'.
       01  WS-COUNTS-OK PIC X VALUE 'Y'.
       01  WS-MEM-FOUND PIC X.
       01  WS-MEM-SRC-LINES PIC 9(6).
       01  WS-MEM-VERSIONS PIC 9(4).
       01  WS-MEM-DICT PIC 9(6).
       01  WS-MISSING-COUNT PIC 9(4) VALUE 0.
       01  WS-XF-COUNT PIC 99.
       01  WS-XF-IDX PIC 99.
       01  WS-XF-MATCH PIC X.
       01  WS-XF-TAB.
           05  WS-XF-NAME OCCURS 50 TIMES PIC X(40).
       01  WS-TPL-COUNT PIC 99 VALUE 0.
       01  WS-TPL-IDX PIC 99.
       01  WS-TPL-FOUND PIC X.
       01  WS-TPL-WORK PIC X(40).
       01  WS-TPL-POS PIC 99.
       01  WS-TPL-DIC-POS PIC 99.
       01  WS-TPL-LINES PIC 9(6).
       01  WS-TPL-TAB.
           05  WS-TPL-NAME OCCURS 40 TIMES PIC X(40).
       01  WS-IN-CATALOG PIC X(124).
       01  WS-IN-CAT-DATA REDEFINES WS-IN-CATALOG.
           05  WS-IN-MEMBER PIC X(10).
           05  WS-IN-VERSION PIC 9(4).
           05  WS-IN-GEN-DATE PIC X(8).
           05  WS-IN-GEN-TIME PIC X(6).
           05  WS-IN-OPTION PIC X(2).
           05  WS-IN-PARMS PIC X(20).
           05  WS-IN-FILENAME PIC X(40).
           05  WS-IN-STATUS PIC X.
           05  FILLER PIC X(34).
       01  WS-LAST-VERSION PIC 9(4).
       01  WS-NEW-VERSION PIC 9(4).
       01  WS-DUP-VERSION PIC 9(4).
       01  WS-TGT-GEN-DATE PIC X(8).
       01  WS-TGT-GEN-TIME PIC X(6).
       01  WS-SRC-VERSION PIC 9(4).
       01  WS-LOADED-COUNT PIC 9(4) VALUE 0.
       01  WS-DUP-COUNT PIC 9(4) VALUE 0.
       01  WS-CONFLICT-COUNT PIC 9(4) VALUE 0.
       01  WS-DICT-ADDED PIC 9(6) VALUE 0.
       01  WS-DICT-PRESENT PIC 9(6) VALUE 0.
       01  WS-TPL-LOADED PIC 9(4) VALUE 0.
       01  WS-TPL-SAME PIC 9(4) VALUE 0.
       01  WS-TPL-DIFFER PIC 9(4) VALUE 0.
       01  WS-TPL-MODE PIC X VALUE SPACE.
       01  WS-TPL-MISMATCH PIC X.
       01  WS-OLD-TPL-COUNT PIC 9(4).
       01  WS-OLD-TPL-IDX PIC 9(4).
       01  WS-OLD-TPL-TAB.
           05  WS-OLD-TPL-LINE OCCURS 1000 TIMES PIC X(80).
       01  WS-OLD-DICT-COUNT PIC 9(4) VALUE 0.
       01  WS-OLD-DICT-IDX PIC 9(4).
       01  WS-OLD-DICT-FULL PIC X VALUE 'N'.
       01  WS-DICT-FOUND PIC X.
       01  WS-OLD-DICT-TAB.
           05  WS-OLD-DICT-REC OCCURS 3000 TIMES PIC X(120).
       01  WS-DICT-WORK PIC X(120).
       01  WS-BUILD-LINE PIC X(100).
       01  WS-COUNT-ED PIC ZZZZZZ9.
       01  WS-EXPECT-ED PIC ZZZZZZ9.
       01  WS-VERSIONS-ED PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-COMMAND-PARM FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-PARM)
               TO WS-COMMAND-PARM
           UNSTRING WS-COMMAND-PARM DELIMITED BY ALL ' '
               INTO WS-XP-ACTION
                   WS-XP-MEMBER(1) WS-XP-MEMBER(2) WS-XP-MEMBER(3)
                   WS-XP-MEMBER(4) WS-XP-MEMBER(5) WS-XP-MEMBER(6)
                   WS-XP-MEMBER(7) WS-XP-MEMBER(8) WS-XP-MEMBER(9)
                   WS-XP-MEMBER(10)
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-XP-ACTION = 'EXPORT'
                       AND WS-XP-MEMBER(1) NOT = SPACES
                   PERFORM 1000-EXPORT
               WHEN WS-XP-ACTION = 'IMPORT'
                   PERFORM 3000-IMPORT
               WHEN OTHER
                   DISPLAY 'Usage: GENXPORT EXPORT member [member...]'
                   DISPLAY '       GENXPORT IMPORT'
                   DISPLAY 'Transport file is GENTRANS.TXT'
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       1000-EXPORT.
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
           OPEN OUTPUT TRANS-FILE
           IF WS-STATUS-TRANS NOT = '00'
               DISPLAY 'Unable to open GENTRANS.TXT, status='
                   WS-STATUS-TRANS
               CLOSE GEN-CATALOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5000-OPEN-REPORT
           MOVE 'TRANSPORT EXPORT TO GENTRANS.TXT' TO XPORT-LINE
           WRITE XPORT-LINE
           MOVE SPACES TO XPORT-LINE
           WRITE XPORT-LINE
           MOVE 0 TO WS-TC-MEMBERS WS-TC-CATALOG WS-TC-SOURCE
               WS-TC-DICT WS-TC-TPLNAMES WS-TC-TPLLINES
               WS-TC-RECORDS
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME FROM TIME
           MOVE SPACES TO TRANS-RECORD
           MOVE 'HDR' TO TR-TYPE
           MOVE 'GENXPORT' TO TR-MEMBER
           MOVE 0 TO TR-VERSION
           STRING WS-CDT-DATE ' ' WS-CDT-TIME(1:6)
               DELIMITED BY SIZE INTO TR-DATA
           PERFORM 1900-WRITE-TRANS
           PERFORM VARYING WS-XP-MEMBER-IDX FROM 1 BY 1
                   UNTIL WS-XP-MEMBER-IDX > 10
               IF WS-XP-MEMBER(WS-XP-MEMBER-IDX) NOT = SPACES
                   PERFORM 1100-EXPORT-MEMBER
               END-IF
           END-PERFORM
           CLOSE GEN-CATALOG
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                   UNTIL WS-TPL-IDX > WS-TPL-COUNT
               PERFORM 1400-EXPORT-TEMPLATE
           END-PERFORM
           MOVE SPACES TO TRANS-RECORD
           MOVE 'TRL' TO TR-TYPE
           MOVE 'GENXPORT' TO TR-MEMBER
           MOVE 0 TO TR-VERSION
           MOVE WS-TR-COUNTS TO TR-DATA
           WRITE TRANS-RECORD
           CLOSE TRANS-FILE
           MOVE SPACES TO XPORT-LINE
           WRITE XPORT-LINE
           MOVE 'TRAILER COUNTS' TO XPORT-LINE
           WRITE XPORT-LINE
           MOVE WS-TR-COUNTS TO WS-TR-EXPECTED
           PERFORM 5100-WRITE-COUNT-LINES
           CLOSE XPORT-REPORT
           DISPLAY 'GENXPORT export complete, ' WS-TC-MEMBERS
               ' member(s) written to GENTRANS.TXT'
           DISPLAY 'Report written to GENXPORT.TXT'
           IF WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       1100-EXPORT-MEMBER.
           MOVE 'N' TO WS-MEM-FOUND
           MOVE 0 TO WS-MEM-VERSIONS WS-MEM-SRC-LINES WS-MEM-DICT
           MOVE 0 TO WS-XF-COUNT
           MOVE WS-XP-MEMBER(WS-XP-MEMBER-IDX) TO CAT-MEMBER
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
                       IF CAT-MEMBER NOT =
                               WS-XP-MEMBER(WS-XP-MEMBER-IDX)
                           MOVE 'Y' TO WS-EOF-CATALOG
                       ELSE
                           PERFORM 1200-EXPORT-VERSION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MEM-FOUND = 'N'
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING 'NOT CATALOGUED  '
                   WS-XP-MEMBER(WS-XP-MEMBER-IDX)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO XPORT-LINE
               WRITE XPORT-LINE
           ELSE
               PERFORM 1300-EXPORT-DICT-ENTRIES
               MOVE WS-MEM-VERSIONS TO WS-VERSIONS-ED
               MOVE WS-MEM-SRC-LINES TO WS-COUNT-ED
               MOVE WS-MEM-DICT TO WS-EXPECT-ED
               MOVE SPACES TO WS-BUILD-LINE
               STRING 'EXPORTED        '
                   WS-XP-MEMBER(WS-XP-MEMBER-IDX)
                   ' VERSIONS ' WS-VERSIONS-ED
                   '  SOURCE LINES' WS-COUNT-ED
                   '  DICTIONARY' WS-EXPECT-ED
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO XPORT-LINE
               WRITE XPORT-LINE
           END-IF.

       1200-EXPORT-VERSION.
           IF WS-MEM-FOUND = 'N'
               MOVE 'Y' TO WS-MEM-FOUND
               ADD 1 TO WS-TC-MEMBERS
               MOVE SPACES TO TRANS-RECORD
               MOVE 'MEM' TO TR-TYPE
               MOVE CAT-MEMBER TO TR-MEMBER
               MOVE 0 TO TR-VERSION
               PERFORM 1900-WRITE-TRANS
           END-IF
           ADD 1 TO WS-MEM-VERSIONS
           ADD 1 TO WS-TC-CATALOG
           MOVE SPACES TO TRANS-RECORD
           MOVE 'CAT' TO TR-TYPE
           MOVE CAT-MEMBER TO TR-MEMBER
           MOVE CAT-VERSION TO TR-VERSION
           MOVE CATALOG-RECORD(15:110) TO TR-DATA
           PERFORM 1900-WRITE-TRANS
           MOVE 'N' TO WS-XF-MATCH
           PERFORM VARYING WS-XF-IDX FROM 1 BY 1
                   UNTIL WS-XF-IDX > WS-XF-COUNT
               IF WS-XF-NAME(WS-XF-IDX) = CAT-FILENAME
                   MOVE 'Y' TO WS-XF-MATCH
               END-IF
           END-PERFORM
           IF WS-XF-MATCH = 'N' AND WS-XF-COUNT < 50
               ADD 1 TO WS-XF-COUNT
               MOVE CAT-FILENAME TO WS-XF-NAME(WS-XF-COUNT)
           END-IF
           MOVE SPACES TO WS-ARCH-FILENAME
           STRING 'GENARCH-' FUNCTION TRIM(CAT-MEMBER)
               '-' CAT-VERSION '.src'
               DELIMITED BY SIZE INTO WS-ARCH-FILENAME
           OPEN INPUT ARCHIVE-FILE
           IF WS-STATUS-ARCHIVE NOT = '00'
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING 'NO ARCHIVE      ' CAT-MEMBER ' V' CAT-VERSION
                   ' ' WS-ARCH-FILENAME
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO XPORT-LINE
               WRITE XPORT-LINE
           ELSE
               MOVE 'N' TO WS-EOF-ARCHIVE
               PERFORM UNTIL WS-EOF-ARCHIVE = 'Y'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-ARCHIVE
                       NOT AT END
                           MOVE SPACES TO TRANS-RECORD
                           MOVE 'SRC' TO TR-TYPE
                           MOVE CAT-MEMBER TO TR-MEMBER
                           MOVE CAT-VERSION TO TR-VERSION
                           MOVE ARCHIVE-LINE TO TR-DATA
                           PERFORM 1900-WRITE-TRANS
                           ADD 1 TO WS-TC-SOURCE
                           ADD 1 TO WS-MEM-SRC-LINES
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       1300-EXPORT-DICT-ENTRIES.
           MOVE 'N' TO WS-EOF-DICT
           OPEN INPUT DICT-FILE
           IF WS-STATUS-DICT = '00'
               PERFORM UNTIL WS-EOF-DICT = 'Y'
                   READ DICT-FILE INTO WS-DICT-WORK
                       AT END
                           MOVE 'Y' TO WS-EOF-DICT
                       NOT AT END
                           PERFORM 1310-CHECK-DICT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DICT-FILE
           END-IF.

       1310-CHECK-DICT-ENTRY.
           MOVE 'N' TO WS-XF-MATCH
           EVALUATE WS-DICT-WORK(1:3)
               WHEN 'USE'
                   IF WS-DICT-WORK(26:10)
                           = WS-XP-MEMBER(WS-XP-MEMBER-IDX)
                       MOVE 'Y' TO WS-XF-MATCH
                   END-IF
               WHEN 'TPL'
                   IF WS-DICT-WORK(26:10)
                           = WS-XP-MEMBER(WS-XP-MEMBER-IDX)
                       MOVE 'Y' TO WS-XF-MATCH
                       MOVE WS-DICT-WORK(37:40) TO WS-TPL-WORK
                       PERFORM 1320-NOTE-TEMPLATE
                   END-IF
               WHEN 'DEF'
                   PERFORM VARYING WS-XF-IDX FROM 1 BY 1
                           UNTIL WS-XF-IDX > WS-XF-COUNT
                       IF WS-XF-NAME(WS-XF-IDX) = WS-DICT-WORK(50:40)
                           MOVE 'Y' TO WS-XF-MATCH
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-XF-MATCH = 'Y'
               MOVE SPACES TO TRANS-RECORD
               MOVE 'DIC' TO TR-TYPE
               MOVE WS-XP-MEMBER(WS-XP-MEMBER-IDX) TO TR-MEMBER
               MOVE 0 TO TR-VERSION
               MOVE WS-DICT-WORK TO TR-DATA
               PERFORM 1900-WRITE-TRANS
               ADD 1 TO WS-TC-DICT
               ADD 1 TO WS-MEM-DICT
           END-IF.

       1320-NOTE-TEMPLATE.
           IF WS-TPL-WORK NOT = SPACES
               MOVE 'N' TO WS-TPL-FOUND
               PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                       UNTIL WS-TPL-IDX > WS-TPL-COUNT
                   IF WS-TPL-NAME(WS-TPL-IDX) = WS-TPL-WORK
                       MOVE 'Y' TO WS-TPL-FOUND
                   END-IF
               END-PERFORM
               IF WS-TPL-FOUND = 'N' AND WS-TPL-COUNT < 40
                   ADD 1 TO WS-TPL-COUNT
                   MOVE WS-TPL-WORK TO WS-TPL-NAME(WS-TPL-COUNT)
                   PERFORM 1330-NOTE-MARKER-DICTIONARY
               END-IF
           END-IF.

       1330-NOTE-MARKER-DICTIONARY.
           MOVE 0 TO WS-TPL-DIC-POS
           PERFORM VARYING WS-TPL-POS FROM 1 BY 1
                   UNTIL WS-TPL-POS > 36
               IF WS-TPL-WORK(WS-TPL-POS:4) = '.TPL'
                       OR WS-TPL-WORK(WS-TPL-POS:4) = '.tpl'
                   MOVE WS-TPL-POS TO WS-TPL-DIC-POS
               END-IF
           END-PERFORM
           MOVE WS-TPL-WORK TO WS-TEMPLATE-FILENAME
           IF WS-TPL-DIC-POS > 0
               MOVE '.DIC' TO WS-TEMPLATE-FILENAME(WS-TPL-DIC-POS:4)
           ELSE
               MOVE SPACES TO WS-TEMPLATE-FILENAME
               STRING FUNCTION TRIM(WS-TPL-WORK) '.DIC'
                   DELIMITED BY SIZE INTO WS-TEMPLATE-FILENAME
           END-IF
           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-TEMPLATE-FILENAME WS-FILE-DETAILS
           IF RETURN-CODE = 0 AND WS-TPL-COUNT < 40
               ADD 1 TO WS-TPL-COUNT
               MOVE WS-TEMPLATE-FILENAME TO WS-TPL-NAME(WS-TPL-COUNT)
           END-IF
           MOVE 0 TO RETURN-CODE.

       1400-EXPORT-TEMPLATE.
           MOVE WS-TPL-NAME(WS-TPL-IDX) TO WS-TEMPLATE-FILENAME
           OPEN INPUT TEMPLATE-FILE
           IF WS-STATUS-TEMPLATE NOT = '00'
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING 'NO TEMPLATE     ' WS-TEMPLATE-FILENAME
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO XPORT-LINE
               WRITE XPORT-LINE
           ELSE
               ADD 1 TO WS-TC-TPLNAMES
               MOVE SPACES TO TRANS-RECORD
               MOVE 'TPN' TO TR-TYPE
               MOVE 0 TO TR-VERSION
               MOVE WS-TEMPLATE-FILENAME TO TR-DATA
               PERFORM 1900-WRITE-TRANS
               MOVE 0 TO WS-TPL-LINES
               MOVE 'N' TO WS-EOF-TEMPLATE
               PERFORM UNTIL WS-EOF-TEMPLATE = 'Y'
                   READ TEMPLATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-TEMPLATE
                       NOT AT END
                           MOVE SPACES TO TRANS-RECORD
                           MOVE 'TPL' TO TR-TYPE
                           MOVE 0 TO TR-VERSION
                           MOVE TEMPLATE-RECORD TO TR-DATA
                           PERFORM 1900-WRITE-TRANS
                           ADD 1 TO WS-TC-TPLLINES
                           ADD 1 TO WS-TPL-LINES
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
               MOVE SPACES TO WS-BUILD-LINE
               MOVE WS-TPL-LINES TO WS-COUNT-ED
               STRING 'TEMPLATE        ' WS-TEMPLATE-FILENAME
                   ' LINES' WS-COUNT-ED
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO XPORT-LINE
               WRITE XPORT-LINE
           END-IF.

       1900-WRITE-TRANS.
           WRITE TRANS-RECORD
           ADD 1 TO WS-TC-RECORDS.

       3000-IMPORT.
           PERFORM 5000-OPEN-REPORT
           MOVE 'TRANSPORT IMPORT FROM GENTRANS.TXT' TO XPORT-LINE
           WRITE XPORT-LINE
           MOVE SPACES TO XPORT-LINE
           WRITE XPORT-LINE
           PERFORM 3100-VERIFY-TRANSPORT
           IF WS-COUNTS-OK = 'N'
               MOVE SPACES TO XPORT-LINE
               WRITE XPORT-LINE
               MOVE 'IMPORT REJECTED, NOTHING LOADED' TO XPORT-LINE
               WRITE XPORT-LINE
               CLOSE XPORT-REPORT
               DISPLAY 'GENXPORT import rejected, transport file '
                   'incomplete; see GENXPORT.TXT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O GEN-CATALOG
           IF WS-STATUS-CATALOG = '35'
               OPEN OUTPUT GEN-CATALOG
               IF WS-STATUS-CATALOG = '00'
                   CLOSE GEN-CATALOG
                   OPEN I-O GEN-CATALOG
               END-IF
           END-IF
           IF WS-STATUS-CATALOG NOT = '00'
               DISPLAY 'Generation catalog unavailable, status '
                   WS-STATUS-CATALOG
               IF WS-STATUS-CATALOG = '39'
                   DISPLAY 'The catalog is in the old 90-byte layout;'
                       ' convert it with GENCATBK CONVERT'
               END-IF
               CLOSE XPORT-REPORT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3200-LOAD-EXISTING-DICT
           OPEN EXTEND DICT-FILE
           IF WS-STATUS-DICT NOT = '00'
               OPEN OUTPUT DICT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-TRANS
           OPEN INPUT TRANS-FILE
           PERFORM UNTIL WS-EOF-TRANS = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-TRANS
                   NOT AT END
                       PERFORM 3300-APPLY-TRANS-RECORD
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE
           PERFORM 3900-CLOSE-ARCHIVE
           CLOSE DICT-FILE
           CLOSE GEN-CATALOG
           PERFORM 3800-WRITE-IMPORT-TOTALS
           CLOSE XPORT-REPORT
           DISPLAY 'GENXPORT import complete, ' WS-LOADED-COUNT
               ' version(s) loaded, ' WS-CONFLICT-COUNT
               ' conflict(s)'
           DISPLAY 'Report written to GENXPORT.TXT'
           IF WS-CONFLICT-COUNT > 0 OR WS-TPL-DIFFER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-VERIFY-TRANSPORT.
           MOVE 0 TO WS-TC-MEMBERS WS-TC-CATALOG WS-TC-SOURCE
               WS-TC-DICT WS-TC-TPLNAMES WS-TC-TPLLINES
               WS-TC-RECORDS
           MOVE 'N' TO WS-EOF-TRANS
           OPEN INPUT TRANS-FILE
           IF WS-STATUS-TRANS NOT = '00'
               DISPLAY 'Unable to open GENTRANS.TXT, status='
                   WS-STATUS-TRANS
               MOVE 'TRANSPORT FILE GENTRANS.TXT NOT FOUND'
                   TO XPORT-LINE
               WRITE XPORT-LINE
               MOVE 'N' TO WS-COUNTS-OK
           ELSE
               PERFORM UNTIL WS-EOF-TRANS = 'Y'
                   READ TRANS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-TRANS
                       NOT AT END
                           PERFORM 3110-COUNT-TRANS-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
               PERFORM 3120-COMPARE-COUNTS
           END-IF.

       3110-COUNT-TRANS-RECORD.
           IF WS-TRL-SEEN = 'Y'
               ADD 1 TO WS-TC-RECORDS
           ELSE
               EVALUATE TR-TYPE
                   WHEN 'HDR'
                       MOVE 'Y' TO WS-HDR-SEEN
                   WHEN 'MEM'
                       ADD 1 TO WS-TC-MEMBERS
                   WHEN 'CAT'
                       ADD 1 TO WS-TC-CATALOG
                   WHEN 'SRC'
                       ADD 1 TO WS-TC-SOURCE
                   WHEN 'DIC'
                       ADD 1 TO WS-TC-DICT
                   WHEN 'TPN'
                       ADD 1 TO WS-TC-TPLNAMES
                   WHEN 'TPL'
                       ADD 1 TO WS-TC-TPLLINES
                   WHEN 'TRL'
                       MOVE 'Y' TO WS-TRL-SEEN
                       MOVE TR-DATA(1:40) TO WS-TR-EXPECTED
                   WHEN OTHER
                       MOVE 'N' TO WS-COUNTS-OK
                       MOVE SPACES TO WS-BUILD-LINE
                       STRING 'UNKNOWN RECORD TYPE ' TR-TYPE
                           DELIMITED BY SIZE INTO WS-BUILD-LINE
                       MOVE WS-BUILD-LINE TO XPORT-LINE
                       WRITE XPORT-LINE
               END-EVALUATE
               IF TR-TYPE NOT = 'TRL'
                   ADD 1 TO WS-TC-RECORDS
               END-IF
           END-IF.

       3120-COMPARE-COUNTS.
           IF WS-HDR-SEEN = 'N'
               MOVE 'N' TO WS-COUNTS-OK
               MOVE 'NO HEADER RECORD' TO XPORT-LINE
               WRITE XPORT-LINE
           END-IF
           IF WS-TRL-SEEN = 'N'
               MOVE 'N' TO WS-COUNTS-OK
               MOVE 'NO TRAILER RECORD, TRANSPORT FILE IS TRUNCATED'
                   TO XPORT-LINE
               WRITE XPORT-LINE
           ELSE
               IF WS-TR-EXPECTED IS NOT NUMERIC
                   MOVE 'N' TO WS-COUNTS-OK
                   MOVE 'TRAILER RECORD IS DAMAGED' TO XPORT-LINE
                   WRITE XPORT-LINE
               ELSE
                   IF WS-TR-COUNTS NOT = WS-TR-EXPECTED
                       MOVE 'N' TO WS-COUNTS-OK
                   END-IF
                   MOVE 'RECORD COUNTS (FOUND / TRAILER)'
                       TO XPORT-LINE
                   WRITE XPORT-LINE
                   PERFORM 5100-WRITE-COUNT-LINES
               END-IF
           END-IF.

       3200-LOAD-EXISTING-DICT.
           MOVE 0 TO WS-OLD-DICT-COUNT
           MOVE 'N' TO WS-EOF-DICT
           OPEN INPUT DICT-FILE
           IF WS-STATUS-DICT = '00'
               PERFORM UNTIL WS-EOF-DICT = 'Y'
                   READ DICT-FILE INTO WS-DICT-WORK
                       AT END
                           MOVE 'Y' TO WS-EOF-DICT
                       NOT AT END
                           IF WS-OLD-DICT-COUNT < 3000
                               ADD 1 TO WS-OLD-DICT-COUNT
                               MOVE WS-DICT-WORK
                                   TO WS-OLD-DICT-REC(WS-OLD-DICT-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-OLD-DICT-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DICT-FILE
           END-IF.

       3300-APPLY-TRANS-RECORD.
           IF TR-TYPE NOT = 'SRC'
               PERFORM 3900-CLOSE-ARCHIVE
           END-IF
           IF TR-TYPE NOT = 'TPL' AND WS-TPL-MODE NOT = SPACE
               PERFORM 3650-FINISH-TEMPLATE
           END-IF
           EVALUATE TR-TYPE
               WHEN 'CAT'
                   PERFORM 3500-LOAD-CATALOG-ENTRY
               WHEN 'SRC'
                   IF WS-ARCH-OPEN = 'Y'
                           AND TR-VERSION = WS-SRC-VERSION
                       MOVE TR-DATA(1:100) TO ARCHIVE-LINE
                       WRITE ARCHIVE-LINE
                   END-IF
               WHEN 'DIC'
                   PERFORM 3550-LOAD-DICT-ENTRY
               WHEN 'TPN'
                   PERFORM 3600-START-TEMPLATE
               WHEN 'TPL'
                   PERFORM 3610-APPLY-TEMPLATE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3400-SCAN-TARGET-VERSIONS.
           MOVE 0 TO WS-LAST-VERSION
           MOVE 0 TO WS-DUP-VERSION
           MOVE 'N' TO WS-XF-MATCH
           MOVE WS-IN-MEMBER TO CAT-MEMBER
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
                       IF CAT-MEMBER NOT = WS-IN-MEMBER
                           MOVE 'Y' TO WS-EOF-CATALOG
                       ELSE
                           PERFORM 3410-NOTE-TARGET-VERSION
                       END-IF
               END-READ
           END-PERFORM.

       3410-NOTE-TARGET-VERSION.
           MOVE CAT-VERSION TO WS-LAST-VERSION
           IF CAT-GEN-DATE = WS-IN-GEN-DATE
                   AND CAT-GEN-TIME = WS-IN-GEN-TIME
                   AND CAT-FILENAME = WS-IN-FILENAME
                   AND WS-DUP-VERSION = 0
               MOVE CAT-VERSION TO WS-DUP-VERSION
           END-IF
           IF CAT-VERSION = WS-IN-VERSION
               MOVE 'Y' TO WS-XF-MATCH
               MOVE CAT-GEN-DATE TO WS-TGT-GEN-DATE
               MOVE CAT-GEN-TIME TO WS-TGT-GEN-TIME
           END-IF.

       3500-LOAD-CATALOG-ENTRY.
           MOVE SPACES TO WS-IN-CATALOG
           MOVE TR-MEMBER TO WS-IN-MEMBER
           MOVE TR-VERSION TO WS-IN-VERSION
           MOVE TR-DATA TO WS-IN-CATALOG(15:110)
           MOVE TR-VERSION TO WS-SRC-VERSION
           PERFORM 3400-SCAN-TARGET-VERSIONS
           IF WS-DUP-VERSION > 0
               ADD 1 TO WS-DUP-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING 'ALREADY PRESENT ' WS-IN-MEMBER
                   ' V' WS-IN-VERSION ' AS V' WS-DUP-VERSION
                   ' GEN ' WS-IN-GEN-DATE
                   '-' WS-IN-GEN-TIME ', NOT LOADED'
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO XPORT-LINE
               WRITE XPORT-LINE
           ELSE
               IF WS-XF-MATCH = 'Y'
                   ADD 1 TO WS-CONFLICT-COUNT
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING 'CONFLICT        ' WS-IN-MEMBER
                       ' V' WS-IN-VERSION ' TARGET GEN '
                       WS-TGT-GEN-DATE '-' WS-TGT-GEN-TIME
                       ' INCOMING GEN ' WS-IN-GEN-DATE
                       '-' WS-IN-GEN-TIME
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO XPORT-LINE
                   WRITE XPORT-LINE
               END-IF
               PERFORM 3510-WRITE-NEW-VERSION
           END-IF.

       3510-WRITE-NEW-VERSION.
           COMPUTE WS-NEW-VERSION = WS-LAST-VERSION + 1
           MOVE WS-IN-CATALOG TO CATALOG-RECORD
           MOVE WS-NEW-VERSION TO CAT-VERSION
           MOVE 'G' TO CAT-STATUS
           MOVE SPACES TO CAT-APPROVER
           MOVE SPACES TO CAT-APPROVE-DATE
           MOVE SPACES TO CAT-PROMOTE-DATE
           MOVE SPACES TO CAT-REGR-RESULT
           MOVE SPACES TO CAT-REGR-DATE
           WRITE CATALOG-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-XF-MATCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-XF-MATCH
           END-WRITE
           MOVE SPACES TO WS-BUILD-LINE
           IF WS-XF-MATCH = 'N'
               ADD 1 TO WS-CONFLICT-COUNT
               STRING 'NOT LOADED      ' WS-IN-MEMBER
                   ' V' WS-IN-VERSION ' CATALOG STATUS '
                   WS-STATUS-CATALOG
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO XPORT-LINE
               WRITE XPORT-LINE
           ELSE
               MOVE WS-NEW-VERSION TO WS-LAST-VERSION
               ADD 1 TO WS-LOADED-COUNT
               STRING 'LOADED          ' WS-IN-MEMBER
                   ' V' WS-IN-VERSION ' AS V' WS-NEW-VERSION
                   ' ' WS-IN-FILENAME
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO XPORT-LINE
               WRITE XPORT-LINE
               IF WS-IN-STATUS NOT = 'G'
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING 'STATUS RESET    ' WS-IN-MEMBER
                       ' V' WS-NEW-VERSION ' FROM ' WS-IN-STATUS
                       ' TO G, APPROVAL AND REGRESSION CLEARED'
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO XPORT-LINE
                   WRITE XPORT-LINE
               END-IF
               MOVE SPACES TO WS-ARCH-FILENAME
               STRING 'GENARCH-' FUNCTION TRIM(WS-IN-MEMBER)
                   '-' WS-NEW-VERSION '.src'
                   DELIMITED BY SIZE INTO WS-ARCH-FILENAME
               OPEN OUTPUT ARCHIVE-FILE
               IF WS-STATUS-ARCHIVE = '00'
                   MOVE 'Y' TO WS-ARCH-OPEN
               ELSE
                   DISPLAY 'Unable to write ' WS-ARCH-FILENAME
                       ', status ' WS-STATUS-ARCHIVE
               END-IF
           END-IF.

       3550-LOAD-DICT-ENTRY.
           MOVE TR-DATA TO WS-DICT-WORK
           MOVE 'N' TO WS-DICT-FOUND
           PERFORM VARYING WS-OLD-DICT-IDX FROM 1 BY 1
                   UNTIL WS-OLD-DICT-IDX > WS-OLD-DICT-COUNT
                   OR WS-DICT-FOUND = 'Y'
               IF WS-OLD-DICT-REC(WS-OLD-DICT-IDX) = WS-DICT-WORK
                   MOVE 'Y' TO WS-DICT-FOUND
               END-IF
           END-PERFORM
           IF WS-DICT-FOUND = 'Y'
               ADD 1 TO WS-DICT-PRESENT
           ELSE
               MOVE WS-DICT-WORK TO DICT-RECORD
               WRITE DICT-RECORD
               ADD 1 TO WS-DICT-ADDED
               IF WS-OLD-DICT-COUNT < 3000
                   ADD 1 TO WS-OLD-DICT-COUNT
                   MOVE WS-DICT-WORK
                       TO WS-OLD-DICT-REC(WS-OLD-DICT-COUNT)
               END-IF
           END-IF.

       3600-START-TEMPLATE.
           MOVE TR-DATA(1:40) TO WS-TEMPLATE-FILENAME
           MOVE 0 TO WS-OLD-TPL-COUNT
           MOVE 0 TO WS-OLD-TPL-IDX
           MOVE 'N' TO WS-TPL-MISMATCH
           MOVE 'N' TO WS-EOF-TEMPLATE
           OPEN INPUT TEMPLATE-FILE
           IF WS-STATUS-TEMPLATE = '00'
               MOVE 'C' TO WS-TPL-MODE
               PERFORM UNTIL WS-EOF-TEMPLATE = 'Y'
                   READ TEMPLATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-TEMPLATE
                       NOT AT END
                           IF WS-OLD-TPL-COUNT < 1000
                               ADD 1 TO WS-OLD-TPL-COUNT
                               MOVE TEMPLATE-RECORD
                                   TO WS-OLD-TPL-LINE(WS-OLD-TPL-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-TPL-MISMATCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           ELSE
               OPEN OUTPUT TEMPLATE-FILE
               IF WS-STATUS-TEMPLATE = '00'
                   MOVE 'W' TO WS-TPL-MODE
                   MOVE 'Y' TO WS-TPL-OPEN
               ELSE
                   MOVE 'X' TO WS-TPL-MODE
               END-IF
           END-IF.

       3610-APPLY-TEMPLATE-LINE.
           EVALUATE WS-TPL-MODE
               WHEN 'W'
                   MOVE TR-DATA(1:80) TO TEMPLATE-RECORD
                   WRITE TEMPLATE-RECORD
               WHEN 'C'
                   ADD 1 TO WS-OLD-TPL-IDX
                   IF WS-OLD-TPL-IDX > WS-OLD-TPL-COUNT
                       MOVE 'Y' TO WS-TPL-MISMATCH
                   ELSE
                       IF WS-OLD-TPL-LINE(WS-OLD-TPL-IDX)
                               NOT = TR-DATA(1:80)
                           MOVE 'Y' TO WS-TPL-MISMATCH
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3650-FINISH-TEMPLATE.
           IF WS-TPL-OPEN = 'Y'
               CLOSE TEMPLATE-FILE
               MOVE 'N' TO WS-TPL-OPEN
           END-IF
           MOVE SPACES TO WS-BUILD-LINE
           EVALUATE WS-TPL-MODE
               WHEN 'W'
                   ADD 1 TO WS-TPL-LOADED
                   STRING 'TEMPLATE LOADED ' WS-TEMPLATE-FILENAME
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               WHEN 'C'
                   IF WS-OLD-TPL-IDX NOT = WS-OLD-TPL-COUNT
                       MOVE 'Y' TO WS-TPL-MISMATCH
                   END-IF
                   IF WS-TPL-MISMATCH = 'Y'
                       ADD 1 TO WS-TPL-DIFFER
                       STRING 'TEMPLATE DIFFERS '
                           FUNCTION TRIM(WS-TEMPLATE-FILENAME)
                           ', TARGET COPY KEPT'
                           DELIMITED BY SIZE INTO WS-BUILD-LINE
                   ELSE
                       ADD 1 TO WS-TPL-SAME
                       STRING 'TEMPLATE SAME   ' WS-TEMPLATE-FILENAME
                           DELIMITED BY SIZE INTO WS-BUILD-LINE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TPL-DIFFER
                   STRING 'TEMPLATE FAILED '
                       FUNCTION TRIM(WS-TEMPLATE-FILENAME)
                       ', UNABLE TO WRITE'
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
           END-EVALUATE
           MOVE WS-BUILD-LINE TO XPORT-LINE
           WRITE XPORT-LINE
           MOVE SPACE TO WS-TPL-MODE.

       3800-WRITE-IMPORT-TOTALS.
           IF WS-TPL-MODE NOT = SPACE
               PERFORM 3650-FINISH-TEMPLATE
           END-IF
           MOVE SPACES TO XPORT-LINE
           WRITE XPORT-LINE
           MOVE WS-LOADED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'VERSIONS LOADED:          ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO XPORT-LINE
           WRITE XPORT-LINE
           MOVE WS-DUP-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'ALREADY PRESENT:          ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO XPORT-LINE
           WRITE XPORT-LINE
           MOVE WS-CONFLICT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'VERSION CONFLICTS:        ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO XPORT-LINE
           WRITE XPORT-LINE
           MOVE WS-DICT-ADDED TO WS-COUNT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'DICTIONARY ENTRIES ADDED: ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO XPORT-LINE
           WRITE XPORT-LINE
           MOVE WS-DICT-PRESENT TO WS-COUNT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'DICTIONARY ALREADY HELD:  ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO XPORT-LINE
           WRITE XPORT-LINE
           MOVE WS-TPL-LOADED TO WS-COUNT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'TEMPLATES LOADED:         ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO XPORT-LINE
           WRITE XPORT-LINE
           MOVE WS-TPL-SAME TO WS-COUNT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'TEMPLATES UNCHANGED:      ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO XPORT-LINE
           WRITE XPORT-LINE
           MOVE WS-TPL-DIFFER TO WS-COUNT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'TEMPLATE CONFLICTS:       ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO XPORT-LINE
           WRITE XPORT-LINE
           IF WS-OLD-DICT-FULL = 'Y'
               MOVE 'DICTIONARY OVER 3000 ENTRIES, SOME DUPLICATES'
                   TO XPORT-LINE
               WRITE XPORT-LINE
               MOVE 'MAY NOT HAVE BEEN DETECTED' TO XPORT-LINE
               WRITE XPORT-LINE
           END-IF.

       3900-CLOSE-ARCHIVE.
           IF WS-ARCH-OPEN = 'Y'
               CLOSE ARCHIVE-FILE
               MOVE 'N' TO WS-ARCH-OPEN
           END-IF.

       5000-OPEN-REPORT.
           OPEN OUTPUT XPORT-REPORT
           IF WS-STATUS-REPORT NOT = '00'
               DISPLAY 'Unable to open GENXPORT.TXT, status='
                   WS-STATUS-REPORT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       5100-WRITE-COUNT-LINES.
           MOVE WS-TC-MEMBERS TO WS-COUNT-ED
           MOVE WS-TE-MEMBERS TO WS-EXPECT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING '  MEMBERS           ' WS-COUNT-ED ' /' WS-EXPECT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO XPORT-LINE
           WRITE XPORT-LINE
           MOVE WS-TC-CATALOG TO WS-COUNT-ED
           MOVE WS-TE-CATALOG TO WS-EXPECT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING '  CATALOG ENTRIES   ' WS-COUNT-ED ' /' WS-EXPECT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO XPORT-LINE
           WRITE XPORT-LINE
           MOVE WS-TC-SOURCE TO WS-COUNT-ED
           MOVE WS-TE-SOURCE TO WS-EXPECT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING '  SOURCE LINES      ' WS-COUNT-ED ' /' WS-EXPECT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO XPORT-LINE
           WRITE XPORT-LINE
           MOVE WS-TC-DICT TO WS-COUNT-ED
           MOVE WS-TE-DICT TO WS-EXPECT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING '  DICTIONARY        ' WS-COUNT-ED ' /' WS-EXPECT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO XPORT-LINE
           WRITE XPORT-LINE
           MOVE WS-TC-TPLNAMES TO WS-COUNT-ED
           MOVE WS-TE-TPLNAMES TO WS-EXPECT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING '  TEMPLATES         ' WS-COUNT-ED ' /' WS-EXPECT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO XPORT-LINE
           WRITE XPORT-LINE
           MOVE WS-TC-TPLLINES TO WS-COUNT-ED
           MOVE WS-TE-TPLLINES TO WS-EXPECT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING '  TEMPLATE LINES    ' WS-COUNT-ED ' /' WS-EXPECT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO XPORT-LINE
           WRITE XPORT-LINE
           MOVE WS-TC-RECORDS TO WS-COUNT-ED
           MOVE WS-TE-RECORDS TO WS-EXPECT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING '  TOTAL RECORDS     ' WS-COUNT-ED ' /' WS-EXPECT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO XPORT-LINE
           WRITE XPORT-LINE.
