               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DICT.
           SELECT GEN-LOCK ASSIGN TO 'GENLOCK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOCK-MEMBER
               FILE STATUS IS WS-STATUS-LOCK.
           SELECT AUTH-FILE ASSIGN TO 'GENAUTH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUTH.
           SELECT MSG-CATALOG ASSIGN TO 'GENMSGS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-MSGCAT.
           SELECT INCLUDE-DECK ASSIGN TO WS-INC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-INCLUDE.


       DATA DIVISION.
           05  CAT-OPTION PIC X(2).
           05  CAT-PARMS PIC X(20).
           05  CAT-FILENAME PIC X(40).
           05  CAT-STATUS PIC X.
           05  CAT-APPROVER PIC X(8).
           05  CAT-APPROVE-DATE PIC X(8).
           05  CAT-PROMOTE-DATE PIC X(8).
           05  CAT-REGR-RESULT PIC X.
           05  CAT-REGR-DATE PIC X(8).

       FD  RUN-SUMMARY.
       01  RUN-SUMMARY-LINE PIC X(100).
       01  CAPTURE-RECORD PIC X(80).

       FD  DICT-FILE.
       01  DICT-RECORD PIC X(120).

       FD  GEN-LOCK.
       01  LOCK-RECORD.
           05  LOCK-MEMBER PIC X(10).
           05  LOCK-OPERATOR PIC X(8).
           05  LOCK-DATE PIC X(8).
           05  LOCK-TIME PIC X(6).
           05  LOCK-OPTION PIC X(2).

       FD  AUTH-FILE.
       01  AUTH-RECORD PIC X(80).
       FD  MSG-CATALOG.
       01  MSG-CATALOG-RECORD PIC X(80).

       FD  INCLUDE-DECK.
       01  INCLUDE-DECK-RECORD PIC X(80).


       WORKING-STORAGE SECTION.
       01  WS-MERGE-IDX PIC 9.
       01  WS-BUILD-LINE PIC X(80).
       01  WS-BUILD-LINE2 PIC X(80).
       01  WS-FLD-CLAUSE PIC X(40).
       01  WS-FLD-LEN PIC 99.
       01  WS-FLD-CLEN PIC 99.
       01  WS-GEN-STATUS PIC XX.
       01  WS-GEN-OPEN-FAILED PIC X VALUE 'N'.
       01  WS-MENU-CHOICE PIC X(2).
           05  WS-COPY-FIELD-REDEF OCCURS 40 TIMES PIC X(20).
       01  WS-COPY-FIELD-INOCC-TAB.
           05  WS-COPY-FIELD-INOCC OCCURS 40 TIMES PIC 999.
       01  WS-COPY-FIELD-OFFSET-TAB.
           05  WS-COPY-FIELD-OFFSET OCCURS 40 TIMES PIC 9(5).
       01  WS-COPY-FIELD-LENGTH-TAB.
           05  WS-COPY-FIELD-LENGTH OCCURS 40 TIMES PIC 999.
       01  WS-CPY-TOK-TAB.
           05  WS-CPY-TOK OCCURS 8 TIMES PIC X(30).
       01  WS-CPY-SCAN PIC 9.
       01  WS-EOF-CONTROL PIC X VALUE 'N'.
           88  WS-CONTROL-EOF VALUE 'Y'.
       01  WS-COMMAND-PARM PIC X(80).
       01  WS-COMMAND-PARM-RAW PIC X(80).
       01  WS-INC-FILENAME PIC X(40).
       01  WS-STATUS-INCLUDE PIC XX.
       01  WS-INC-SWITCH PIC X VALUE 'N'.
           88  WS-IN-INCLUDE VALUE 'Y'.
       01  WS-INC-GOT PIC X VALUE 'N'.
       01  WS-SYM-TAB.
           05  WS-SYM-ENTRY OCCURS 40 TIMES.
               10  WS-SYM-NAME PIC X(8).
               10  WS-SYM-VALUE PIC X(40).
               10  WS-SYM-SOURCE PIC X.
       01  WS-SYM-USED PIC 99 VALUE 0.
       01  WS-SYM-IDX PIC 99.
       01  WS-SYM-FOUND PIC 99.
       01  WS-SYM-REF PIC X(8).
       01  WS-SYM-CARD-TYPE PIC X(8).
       01  WS-SYM-PAIR PIC X(78).
       01  WS-SYM-SET-TEXT PIC X(76).
       01  WS-SYM-SET-PTR PIC 99.
       01  WS-SYM-SET-SOURCE PIC X.
       01  WS-SYM-SET-VALUE PIC X(78).
       01  WS-SYM-DEF-NAME PIC X(20).
       01  WS-SYM-DEF-WORK PIC X(20).
       01  WS-SYM-DEF-PTR PIC 99.
       01  WS-SYM-DEF-OK PIC X.
       01  WS-SYM-TALLY PIC 99.
       01  WS-SYM-SRC-TEXT PIC X(78).
       01  WS-SYM-OUT-TEXT PIC X(78).
       01  WS-SYM-SRC-LEN PIC 99.
       01  WS-SYM-IN-PTR PIC 999.
       01  WS-SYM-OUT-PTR PIC 999.
       01  WS-SYM-SCAN PIC 999.
       01  WS-SYM-LEN PIC 99.
       01  WS-SYM-PIECE PIC X(78).
       01  WS-SYM-PIECE-LEN PIC 99.
       01  WS-SYM-CHAR PIC X.
           88  WS-SYM-NAME-CHAR VALUES 'A' THRU 'Z' 'a' THRU 'z'
                                       '0' THRU '9'.
       01  WS-SYM-SUBST PIC X.
       01  WS-SYM-ERR PIC X(60).
       01  WS-SYM-REC-USED PIC X VALUE 'N'.
       01  WS-SYM-REC-ERR PIC X(60) VALUE SPACES.
       01  WS-SYM-CARD-USED PIC X VALUE 'N'.
       01  WS-SYM-CARD-ERR PIC X(60) VALUE SPACES.
       01  WS-SYM-LOGGED PIC X VALUE 'Y'.
       01  WS-SYM-CARD-LINES PIC 99 VALUE 0.
       01  WS-SYM-CARD-TAB.
           05  WS-SYM-CARD-TEXT OCCURS 10 TIMES PIC X(78).
       01  WS-SYM-LOG-POS PIC 99.
       01  WS-JCL-SOURCE PIC X(40).
       01  WS-JCL-MEMBER PIC X(8).
       01  WS-STATUS-PROFILE PIC XX.
       01  WS-PROF-INFILE PIC X(40) VALUE 'inputfile.txt'.
       01  WS-PROF-OUTFILE PIC X(40) VALUE 'outputfile.txt'.
       01  WS-PROF-DIALECT PIC X(3) VALUE 'WSN'.
       01  WS-PROF-PRODLIB PIC X(20) VALUE 'PROD.SRCLIB'.
       01  WS-PROF-REGRCMD PIC X(40) VALUE SPACES.
       01  WS-PROF-GDGLIMIT PIC 999 VALUE 7.
       01  WS-PROF-RUNDATE PIC X(40) VALUE SPACES.
       01  WS-PROF-RUNSTATS PIC X(40) VALUE SPACES.
       01  WS-PROF-LANG PIC XX VALUE 'EN'.
       01  WS-GDG-OPT PIC X(4).
       01  WS-GDG-COUNT PIC 99 VALUE 0.
       01  WS-GDG-TAB.
           05  WS-GDG-ENTRY OCCURS 20 TIMES.
               10  WS-GDG-DSN PIC X(40).
               10  WS-GDG-NEWGEN PIC X.
       01  WS-GDG-IDX PIC 99.
       01  WS-GDG-FOUND PIC 99.
       01  WS-GDG-WORK-DSN PIC X(40).
       01  WS-GDG-DD-NEW PIC X.
       01  WS-GDG-JOBNAME PIC X(8).
       01  WS-GDG-LIMIT-ED PIC ZZ9.
       01  WS-GDG-SAVE-PREFIX PIC X(10).
       01  WS-SEL-FDNAME PIC X(20).
       01  WS-SEL-DDNAME PIC X(8).
       01  WS-SEL-ASSIGN PIC X(40).
       01  WS-RUN-CARDS PIC 9(4) VALUE 0.
       01  WS-RUN-GENERATED PIC 9(4) VALUE 0.
       01  WS-RUN-WARNINGS PIC 9(4) VALUE 0.
       01  WS-RUN-REGRESSED PIC 9(4) VALUE 0.
       01  WS-RUN-FAILURES PIC 9(4) VALUE 0.
       01  WS-FAIL-USED PIC 99 VALUE 0.
       01  WS-FAIL-IDX PIC 99.
           05  WS-BC-ONERROR PIC X(8).
           05  WS-BC-KEYFROM PIC X(30).
           05  WS-BC-KEYTO PIC X(30).
           05  WS-BC-REGEN PIC X.
           05  WS-BC-VERSION PIC X(4).
           05  WS-BC-ACTION PIC X(8).
           05  WS-BC-GDG PIC X(4).
           05  WS-BC-UTIL PIC X(5).
           05  WS-BC-INCLUDE PIC X(76).
           05  WS-BC-OMIT PIC X(76).
           05  WS-BC-SUM PIC X(76).
           05  WS-BC-OUTREC PIC X(76).
           05  WS-BC-OLDCPY PIC X(40).
           05  WS-BC-NEWCPY PIC X(40).
           05  WS-BC-RULES PIC X(40).
           05  WS-BC-UNMATCHED PIC X(40).
           05  WS-BC-ROUTE OCCURS 20 TIMES PIC X(76).
           05  WS-BC-KEEP PIC X(5).
           05  WS-BC-KEEPFIELD PIC X(30).
           05  WS-BC-SELCARD PIC X.
           05  WS-BC-REFFILE PIC X(40).
           05  WS-BC-DESCLEN PIC X(2).
           05  WS-BC-MAXENT PIC X(4).
           05  WS-BC-TYPEFIELD PIC X(30).
           05  WS-BC-RECFROM PIC X(9).
           05  WS-BC-RECTO PIC X(9).
       01  WS-BC-ROUTE-IDX PIC 99.
       01  WS-CARD-PARMS PIC X(78).
       01  WS-KW-PAIR-TAB.
           05  WS-KW-PAIR OCCURS 8 TIMES PIC X(78).
       01  WS-EOF-DICT PIC X.
       01  WS-DICT-SRC PIC X(40).
       01  WS-DICT-FIELD PIC X(20).
       01  WS-DICT-WORK PIC X(120).
       01  WS-DICT-DEFS PIC 9(5).
       01  WS-DICT-USES PIC 9(5).
       01  WS-FO-NEXT PIC 9(5).
       01  WS-FO-SAVE-NEXT PIC 9(5).
       01  WS-FO-LVL PIC 99.
       01  WS-FO-RDF-LVL PIC 99.
       01  WS-FO-IDX PIC 99.
       01  WS-IMP-CPY PIC X(40).
       01  WS-IMP-REGEN PIC X(2).
       01  WS-IMP-SET-OPEN PIC X.
       01  WS-IMP-OLD-COUNT PIC 99 VALUE 0.
       01  WS-IMP-OLD-IDX PIC 99.
       01  WS-IMP-OLD-TAB.
           05  WS-IMP-OLD-ENTRY OCCURS 40 TIMES.
               10  WS-IMP-OLD-NAME PIC X(20).
               10  WS-IMP-OLD-PIC PIC X(20).
               10  WS-IMP-OLD-OFF PIC X(5).
               10  WS-IMP-OLD-LEN PIC X(3).
       01  WS-IMP-NEW-OFF PIC X(5).
       01  WS-IMP-NEW-LEN PIC X(3).
       01  WS-IMP-FOUND PIC 99.
       01  WS-IMP-ADDED PIC 9(3).
       01  WS-IMP-REMOVED PIC 9(3).
       01  WS-IMP-MOVED PIC 9(3).
       01  WS-IMP-CHANGED PIC 9(3).
       01  WS-IMP-MEM-COUNT PIC 99 VALUE 0.
       01  WS-IMP-MEM-IDX PIC 99.
       01  WS-IMP-MEM-TAB.
           05  WS-IMP-MEM-ENTRY OCCURS 50 TIMES.
               10  WS-IMP-MEM-NAME PIC X(10).
               10  WS-IMP-MEM-VERSION PIC 9(4).
               10  WS-IMP-MEM-OPTION PIC X(2).
               10  WS-IMP-MEM-PARMS PIC X(20).
               10  WS-IMP-MEM-NEWVER PIC 9(4).
               10  WS-IMP-MEM-MANUAL PIC X.
       01  WS-IMP-REGEN-MEMBER PIC X(10) VALUE SPACES.
       01  WS-IMP-SAVE-BATCH PIC X.
       01  WS-IMP-GEN-BEFORE PIC 9(4).
       01  WS-IMP-REGEN-DONE PIC 99.
       01  WS-IMP-CUR-OPTION PIC X(2).
       01  WS-IMP-CUR-PARMS PIC X(20).
       01  WS-PRM-VERSION-IN PIC X(4).
       01  WS-PRM-ACTION PIC X(8).
       01  WS-PRM-NEW-STATUS PIC X.
       01  WS-PRM-OLD-STATUS PIC X.
       01  WS-PRM-ALLOWED PIC X.
       01  WS-PRM-VERSION PIC 9(4).
       01  WS-PRM-PROD-VER PIC 9(4).
       01  WS-PRM-STATUS-CODE PIC X.
       01  WS-PRM-STATUS-WORD PIC X(9).
       01  WS-PRM-PROD-NAME PIC X(40).
       01  WS-PRM-COPY-OK PIC X.
       01  WS-PRM-LINES PIC 9(5).
       01  WS-RGR-RC PIC 99.
       01  WS-RGR-RESULT PIC X.
       01  WS-RGR-REASON PIC X(40).
       01  WS-RGR-PROGID PIC X(30).
       01  WS-RGR-MASTOUT PIC X(40).
       01  WS-RGR-ERRFILE PIC X(40).
       01  WS-RGR-ARCHIVE PIC X(40).
       01  WS-RGR-COMMAND PIC X(120).
       01  WS-RGR-PGM-RC PIC S9(4).
       01  WS-RGR-RC-ED PIC -(4)9.
       01  WS-RGR-HEAD PIC X(80).
       01  WS-RGR-VALUE PIC X(80).
       01  WS-RGR-TALLY PIC 99.
       01  WS-RGR-LABEL PIC X(6).
       01  WS-RGR-EXPECTED-FILE PIC X(40).
       01  WS-RGR-ACTUAL-FILE PIC X(40).
       01  WS-RGR-EXP-LINE PIC X(80).
       01  WS-RGR-ACT-LINE PIC X(80).
       01  WS-RGR-ACT-EOF PIC X.
       01  WS-RGR-RECNO PIC 9(5).
       01  WS-RGR-EXP-COUNT PIC 9(5).
       01  WS-RGR-ACT-COUNT PIC 9(5).
       01  WS-RGR-DIFFS PIC 9(5).
       01  WS-RGR-SHOWN PIC 9.
       01  WS-RGR-TOTAL-DIFFS PIC 9(5).
       01  WS-EOF-TEMPLATE PIC X VALUE 'N'.
           88  WS-TEMPLATE-EOF VALUE 'Y'.
       01  WS-TPL-LINE PIC X(80).
           05  WS-XKW-NAME OCCURS 10 TIMES PIC X(12).
       01  WS-XKW-VALUE-TAB.
           05  WS-XKW-VALUE OCCURS 10 TIMES PIC X(76).
       01  WS-STATUS-AUTH PIC XX.
       01  WS-EOF-AUTH PIC X VALUE 'N'.
           88  WS-AUTH-EOF VALUE 'Y'.
       01  WS-AUTH-ACTIVE PIC X VALUE 'N'.
           88  WS-AUTH-ENFORCED VALUE 'Y'.
       01  WS-AUTH-USED PIC 99 VALUE 0.
       01  WS-AUTH-IDX PIC 99.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY OCCURS 50 TIMES.
               10  WS-AUTH-OPER PIC X(8).
               10  WS-AUTH-TYPE PIC X.
               10  WS-AUTH-LIST PIC X(69).
       01  WS-AUTH-LINE PIC X(80).
       01  WS-AUTH-USER PIC X(8).
       01  WS-AUTH-TYPE-WK PIC X.
       01  WS-AUTH-ITEM PIC X(12).
       01  WS-AUTH-TOKEN PIC X(14).
       01  WS-AUTH-TOKLEN PIC 99.
       01  WS-AUTH-SCAN PIC X(71).
       01  WS-AUTH-TALLY PIC 99.
       01  WS-AUTH-OPTION PIC 99.
       01  WS-AUTH-RESULT PIC X VALUE 'Y'.
           88  WS-AUTH-DENIED VALUE 'N'.
       01  WS-AUTH-KW-RESULT PIC X VALUE 'Y'.
           88  WS-AUTH-KW-DENIED VALUE 'N'.
       01  WS-AUTH-DENIED-KW PIC X(12).
       01  WS-AUTH-WHAT PIC X(12).
       01  WS-STATUS-LOCK PIC XX.
       01  WS-LOCK-OK PIC X VALUE 'N'.
       01  WS-EOF-LOCK PIC X VALUE 'N'.
       01  WS-LOCK-MEMBER PIC X(10).
       01  WS-LOCK-ACTION PIC X(8).
       01  WS-LOCK-FOUND PIC X.
       01  WS-LOCK-RESULT PIC X.
       01  WS-LOCK-REFUSED PIC X VALUE 'N'.
       01  WS-LOCK-HOLDER PIC X(8).
       01  WS-LOCK-COUNT PIC 9(4).
       01  WS-LOCK-NOW-DATE PIC X(8).
       01  WS-LOCK-NOW-TIME PIC X(8).
       01  WS-CKW-USED PIC 99 VALUE 0.
       01  WS-CKW-IDX PIC 99.
       01  WS-CKW-NAME-TAB.
           05  WS-CKW-NAME OCCURS 40 TIMES PIC X(12).
       01  WS-DIC-FILENAME PIC X(40).
       01  WS-DIC-SAVE-NAME PIC X(40).
       01  WS-DIC-MARKER PIC X(10).
       01  WS-SK-TOK2 PIC X(2).
       01  WS-SK-TOK3 PIC X.
       01  WS-SK-TOK4 PIC X.
       01  WS-SRT-FUNC PIC X VALUE 'S'.
       01  WS-SRT-SELTYPE PIC X.
       01  WS-SRT-COND PIC X(76).
       01  WS-SRT-SUM PIC X(76).
       01  WS-SRT-OUTREC PIC X(76).
       01  WS-SRT-STMT PIC X(500).
       01  WS-SRT-PTR PIC 999.
       01  WS-SRT-LEN PIC 999.
       01  WS-SRT-START PIC 999.
       01  WS-SRT-BRK PIC 999.
       01  WS-SRT-CSPEC-TAB.
           05  WS-SRT-CSPEC OCCURS 5 TIMES PIC X(40).
       01  WS-SRT-JOIN-TAB.
           05  WS-SRT-JOIN OCCURS 5 TIMES PIC X.
       01  WS-SRT-CIDX PIC 9.
       01  WS-SRT-CONDS PIC 99.
       01  WS-SRT-TOK1 PIC X(30).
       01  WS-SRT-TOK2 PIC X(30).
       01  WS-SRT-TOK3 PIC X(30).
       01  WS-SRT-TOK4 PIC X(30).
       01  WS-SRT-NAME PIC X(30).
       01  WS-SRT-FIDX PIC 99.
       01  WS-SRT-OK PIC X.
       01  WS-SRT-POS PIC 9(5).
       01  WS-SRT-FLEN PIC 9(5).
       01  WS-SRT-HIGH PIC 9(5).
       01  WS-SRT-FMT PIC XX.
       01  WS-SRT-DEFFMT PIC XX.
       01  WS-SRT-DIR PIC X.
       01  WS-SRT-OP PIC XX.
       01  WS-SRT-VALUE PIC X(30).
       01  WS-SRT-LITERAL PIC X(34).
       01  WS-SRT-POS-ED PIC Z(4)9.
       01  WS-SRT-LEN-ED PIC Z(4)9.
       01  WS-SRT-RECLEN PIC 9(5).
       01  WS-SRT-OUTLEN PIC 9(5).
       01  WS-SRT-MEMBER PIC X(10).
       01  WS-SRT-DSN PIC X(50).
       01  WS-MIG-OLDCPY PIC X(40).
       01  WS-MIG-NEWCPY PIC X(40).
       01  WS-MIG-RULES PIC X(40).
       01  WS-MIG-OLD-COUNT PIC 99 VALUE 0.
       01  WS-MIG-OLD-RECNAME PIC X(30).
       01  WS-MIG-OLD-NAME-TAB.
           05  WS-MIG-OLD-NAME OCCURS 40 TIMES PIC X(20).
       01  WS-MIG-OLD-LEVEL-TAB.
           05  WS-MIG-OLD-LEVEL OCCURS 40 TIMES PIC X(2).
       01  WS-MIG-OLD-PIC-TAB.
           05  WS-MIG-OLD-PIC OCCURS 40 TIMES PIC X(20).
       01  WS-MIG-OLD-USAGE-TAB.
           05  WS-MIG-OLD-USAGE OCCURS 40 TIMES PIC X(8).
       01  WS-MIG-OLD-OCCURS-TAB.
           05  WS-MIG-OLD-OCCURS OCCURS 40 TIMES PIC 999.
       01  WS-MIG-OLD-REDEF-TAB.
           05  WS-MIG-OLD-REDEF OCCURS 40 TIMES PIC X(20).
       01  WS-MIG-OLD-INOCC-TAB.
           05  WS-MIG-OLD-INOCC OCCURS 40 TIMES PIC 999.
       01  WS-MIG-OLD-OFFSET-TAB.
           05  WS-MIG-OLD-OFFSET OCCURS 40 TIMES PIC 9(5).
       01  WS-MIG-OLD-LENGTH-TAB.
           05  WS-MIG-OLD-LENGTH OCCURS 40 TIMES PIC 999.
       01  WS-MIG-NEW-COUNT PIC 99 VALUE 0.
       01  WS-MIG-NEW-RECNAME PIC X(30).
       01  WS-MIG-NEW-NAME-TAB.
           05  WS-MIG-NEW-NAME OCCURS 40 TIMES PIC X(20).
       01  WS-MIG-NEW-LEVEL-TAB.
           05  WS-MIG-NEW-LEVEL OCCURS 40 TIMES PIC X(2).
       01  WS-MIG-NEW-PIC-TAB.
           05  WS-MIG-NEW-PIC OCCURS 40 TIMES PIC X(20).
       01  WS-MIG-NEW-USAGE-TAB.
           05  WS-MIG-NEW-USAGE OCCURS 40 TIMES PIC X(8).
       01  WS-MIG-NEW-OCCURS-TAB.
           05  WS-MIG-NEW-OCCURS OCCURS 40 TIMES PIC 999.
       01  WS-MIG-NEW-REDEF-TAB.
           05  WS-MIG-NEW-REDEF OCCURS 40 TIMES PIC X(20).
       01  WS-MIG-NEW-INOCC-TAB.
           05  WS-MIG-NEW-INOCC OCCURS 40 TIMES PIC 999.
       01  WS-MIG-NEW-OFFSET-TAB.
           05  WS-MIG-NEW-OFFSET OCCURS 40 TIMES PIC 9(5).
       01  WS-MIG-NEW-LENGTH-TAB.
           05  WS-MIG-NEW-LENGTH OCCURS 40 TIMES PIC 999.
       01  WS-MIG-OLD-ATTR-TAB.
           05  WS-MIG-OLD-ATTR OCCURS 40 TIMES.
               10  WS-MIG-OLD-KIND PIC X.
               10  WS-MIG-OLD-DECS PIC 9.
               10  WS-MIG-OLD-SKIP PIC X.
               10  WS-MIG-OLD-DIMS PIC 9.
               10  WS-MIG-OLD-OCC PIC 999.
               10  WS-MIG-OLD-MATCH PIC 99.
       01  WS-MIG-NEW-ATTR-TAB.
           05  WS-MIG-NEW-ATTR OCCURS 40 TIMES.
               10  WS-MIG-NEW-KIND PIC X.
               10  WS-MIG-NEW-DECS PIC 9.
               10  WS-MIG-NEW-SKIP PIC X.
               10  WS-MIG-NEW-DIMS PIC 9.
               10  WS-MIG-NEW-OCC PIC 999.
               10  WS-MIG-NEW-MATCH PIC 99.
               10  WS-MIG-NEW-RULE PIC 99.
               10  WS-MIG-NEW-CONV PIC X.
       01  WS-MIG-KIND PIC X.
       01  WS-MIG-SKIP PIC X.
       01  WS-MIG-DIMS PIC 9.
       01  WS-MIG-OCC PIC 999.
       01  WS-MIG-RDF-LVL PIC 99.
       01  WS-MIG-EDIT-TALLY PIC 99.
       01  WS-MIG-OLD-BIN PIC X.
       01  WS-MIG-NEW-BIN PIC X.
       01  WS-MIG-IDX PIC 99.
       01  WS-MIG-OIDX PIC 99.
       01  WS-MIG-NAME PIC X(20).
       01  WS-MIG-PTR PIC 99.
       01  WS-MIG-VALUE PIC X(40).
       01  WS-MIG-RULE-COUNT PIC 99 VALUE 0.
       01  WS-MIG-RULE-IDX PIC 99.
       01  WS-MIG-RULE-TAB.
           05  WS-MIG-RULE-ENTRY OCCURS 20 TIMES.
               10  WS-MIG-RULE-FIELD PIC X(20).
               10  WS-MIG-RULE-VALUE PIC X(40).
               10  WS-MIG-RULE-USED PIC X.
       01  WS-MIG-SRC-REF PIC X(50).
       01  WS-MIG-TGT-REF PIC X(50).
       01  WS-MIG-CAP-KEY PIC X(8).
       01  WS-MIG-MSG-KEY PIC X(8).
       01  WS-MIG-OCC-ED PIC ZZ9.
       01  WS-MIG-MOVED PIC 9(3).
       01  WS-MIG-CHANGED PIC 9(3).
       01  WS-MIG-DROPPED PIC 9(3).
       01  WS-MIG-ADDED PIC 9(3).
       01  WS-MIG-DEFAULTED PIC 9(3).
       01  WS-MIG-NOTCONV PIC 9(3).
       01  WS-RDR-HOLFILE PIC X(40) VALUE SPACES.
       01  WS-SRPT-BRK-COL-TAB.
           05  WS-SRPT-BRK-COL OCCURS 3 TIMES PIC 99.
       01  WS-SRPT-TOT-COL-TAB.
           05  WS-SRPT-TOT-COL OCCURS 3 TIMES PIC 99.
       01  WS-SRPT-KEEP PIC 9.
       01  WS-SRPT-NAME PIC X(20).
       01  WS-SRPT-MATCH PIC 99.
       01  WS-SRPT-COL PIC 99.
       01  WS-SRPT-PRINT-COLS PIC 99.
       01  WS-SRPT-WIDTH PIC 99.
       01  WS-SRPT-LINE-LEN PIC 999.
       01  WS-SRPT-LINES PIC 9.
       01  WS-SRPT-EDPIC PIC X(12).
       01  WS-SRPT-CAPTION PIC X(20).
       01  WS-SPL-CPY PIC X(40).
       01  WS-SPL-OTHER PIC X(40).
       01  WS-SPL-WANTED PIC 99 VALUE 0.
       01  WS-SPL-ROUTE-COUNT PIC 99 VALUE 0.
       01  WS-SPL-ROUTE-IDX PIC 99.
       01  WS-SPL-ROUTE-TAB.
           05  WS-SPL-ROUTE OCCURS 20 TIMES.
               10  WS-SPL-R-FIELD PIC X(30).
               10  WS-SPL-R-LOW PIC X(30).
               10  WS-SPL-R-HIGH PIC X(30).
               10  WS-SPL-R-FILE PIC X(40).
               10  WS-SPL-R-NUMERIC PIC X.
               10  WS-SPL-R-OUT PIC 99.
       01  WS-SPL-FILE-COUNT PIC 99 VALUE 0.
       01  WS-SPL-FILE-IDX PIC 99.
       01  WS-SPL-FILE-TAB.
           05  WS-SPL-FILE OCCURS 20 TIMES PIC X(40).
       01  WS-SPL-SPEC PIC X(76).
       01  WS-SPL-TOKENS PIC 9.
       01  WS-SPL-TOK-TAB.
           05  WS-SPL-TOK OCCURS 4 TIMES PIC X(40).
       01  WS-SPL-OK PIC X.
       01  WS-SPL-TALLY PIC 99.
       01  WS-SPL-BIN PIC X.
       01  WS-SPL-RECLEN PIC 9(5).
       01  WS-SPL-NN PIC 99.
       01  WS-SPL-REF PIC X(30).
       01  WS-SPL-NUMWK PIC X(30).
       01  WS-SPL-NUMDIG PIC X(30).
       01  WS-SPL-NUM-POS PIC 99.
       01  WS-SPL-DIG-POS PIC 99.
       01  WS-SPL-NUM-OK PIC X.
       01  WS-SPL-NUM-NEG PIC X.
       01  WS-SPL-NUM-PT PIC X.
       01  WS-SPL-NUM-INT PIC 99.
       01  WS-SPL-NUM-DEC PIC 99.
       01  WS-SPL-NUM-DPOS PIC 99.
       01  WS-SPL-NUM-MSG PIC X(40).
       01  WS-DED-CPY PIC X(40).
       01  WS-DED-KEEP PIC X(5).
       01  WS-DED-FIELD PIC X(30).
       01  WS-DED-DUPFILE PIC X(40).
       01  WS-DED-VAL-POS PIC 9(5).
       01  WS-DED-VAL-PIC PIC X(20).
       01  WS-DED-VAL-USAGE PIC X(8).
       01  WS-DED-KEYLEN PIC 999.
       01  WS-DED-OK PIC X.
       01  WS-DED-GENERATED PIC X VALUE 'N'.
       01  WS-DED-REF PIC X(30).
       01  WS-DED-STATUS PIC X(20).
       01  WS-DBQ-KEYCOL PIC X(20).
       01  WS-DBQ-KEYIDX PIC 99.
       01  WS-DBQ-KEYPIC PIC X(20).
       01  WS-DBQ-OK PIC X.
       01  WS-DBQ-LIST-COLS PIC 99.
       01  WS-DBQ-LIST-LEN PIC 999.
       01  WS-DBQ-ROW-COLS PIC 99.
       01  WS-DBQ-SCREEN-LINE PIC 99.
       01  WS-DBQ-ROW PIC 99.
       01  WS-DBQ-CURSOR PIC X(14).
       01  WS-DBQ-NAME PIC X(24).
       01  WS-CLK-SUBNAME PIC X(8).
       01  WS-CLK-REFFILE PIC X(40).
       01  WS-CLK-CODELEN PIC 99.
       01  WS-CLK-DESCLEN PIC 99.
       01  WS-CLK-MAXENT PIC 9(4).
       01  WS-CLK-OK PIC X.
       01  WS-CLK-GENERATED PIC X VALUE 'N'.
       01  WS-CLK-LEN-ED PIC Z(3)9.
       01  WS-MSK-CPY PIC X(40).
       01  WS-MSK-RULES PIC X(40).
       01  WS-MSK-TYPEFIELD PIC X(30).
       01  WS-MSK-TYPE-REF PIC X(30).
       01  WS-MSK-OK PIC X.
       01  WS-MSK-GENERATED PIC X VALUE 'N'.
       01  WS-MSK-NEED-KEY PIC X.
       01  WS-MSK-NAME PIC X(20).
       01  WS-MSK-METHOD PIC X(10).
       01  WS-MSK-LIST PIC X(60).
       01  WS-MSK-PTR PIC 99.
       01  WS-MSK-VPTR PIC 99.
       01  WS-MSK-VALUE PIC X(30).
       01  WS-MSK-VAL-OK PIC X.
       01  WS-MSK-VAL-IDX PIC 99.
       01  WS-MSK-TALLY PIC 99.
       01  WS-MSK-FOUND PIC 99.
       01  WS-MSK-DIGITS PIC 99.
       01  WS-MSK-MASKED PIC 99.
       01  WS-MSK-SCALE PIC X(19).
       01  WS-MSK-NUM-ED PIC Z9.
       01  WS-MSK-POS-ED PIC Z9.
       01  WS-MSK-REF PIC X(50).
       01  WS-MSK-SRC PIC X(50).
       01  WS-MSK-TGT PIC X(50).
       01  WS-MSK-SUBNAME PIC X(8).
       01  WS-MSK-OCC-ED PIC ZZ9.
       01  WS-MSK-LOOPS PIC 9.
       01  WS-MSK-DEPTH PIC 9.
       01  WS-MSK-SHIFT PIC 99.
       01  WS-MSK-LINE-LEN PIC 99.
       01  WS-MSK-BODY-LEN PIC 9(5).
       01  WS-MSK-LEN-ED PIC Z(4)9.
       01  WS-MSK-WHEN PIC 99.
       01  WS-MSK-WHEN-ED PIC Z9.
       01  WS-MSK-RULE-COUNT PIC 99 VALUE 0.
       01  WS-MSK-RULE-IDX PIC 99.
       01  WS-MSK-RULE-TAB.
           05  WS-MSK-RULE-ENTRY OCCURS 40 TIMES.
               10  WS-MSK-R-FIELD PIC X(20).
               10  WS-MSK-R-METHOD PIC X(8).
               10  WS-MSK-R-LIST PIC X(60).
               10  WS-MSK-R-FIDX PIC 99.
               10  WS-MSK-R-KIND PIC X.
               10  WS-MSK-R-VALS PIC 99.
               10  WS-MSK-R-DIGITS PIC 99.
               10  WS-MSK-R-DECS PIC 99.
               10  WS-MSK-R-OK PIC X.
       01  WS-DCL-CPY PIC X(40).
       01  WS-DCL-TABLE PIC X(30).
       01  WS-DCL-DBNAME PIC X(20).
       01  WS-DCL-QUAL PIC X(30).
       01  WS-DCL-SHORT PIC X(30).
       01  WS-DCL-STRUCT PIC X(30).
       01  WS-DCL-OK PIC X.
       01  WS-DCL-GENERATED PIC X VALUE 'N'.
       01  WS-DCL-FIRST PIC X.
       01  WS-DCL-EXT PIC X(4).
       01  WS-DCL-COLS PIC 99.
       01  WS-DCL-DECIDE PIC 99.
       01  WS-DCL-LAST PIC 99.
       01  WS-DCL-INTS PIC 99.
       01  WS-DCL-NUM-ED PIC Z(4)9.
       01  WS-DCL-NUM2-ED PIC Z(4)9.
       01  WS-DCL-LEN-ED PIC ZZ9.
       01  WS-DCL-COLWK PIC X(30).
       01  WS-DCL-HOSTWK PIC X(40).
       01  WS-DCL-BOX PIC X(62).
       01  WS-DCL-TAB.
           05  WS-DCL-ENTRY OCCURS 40 TIMES.
               10  WS-DCL-STATE PIC X.
               10  WS-DCL-COLNAME PIC X(30).
               10  WS-DCL-COLTYPE PIC X(20).
               10  WS-DCL-HOSTPIC PIC X(30).
               10  WS-DCL-REASON PIC X(30).
       01  WS-DMP-CPY PIC X(40).
       01  WS-DMP-RECFROM PIC X(9).
       01  WS-DMP-RECTO PIC X(9).
       01  WS-DMP-KEYFIELD PIC X(20).
       01  WS-DMP-KEYFROM PIC X(30).
       01  WS-DMP-KEYTO PIC X(30).
       01  WS-DMP-OK PIC X.
       01  WS-DMP-GENERATED PIC X VALUE 'N'.
       01  WS-DMP-FROM PIC 9(9).
       01  WS-DMP-TO PIC 9(9).
       01  WS-DMP-KEYIDX PIC 99.
       01  WS-DMP-KEYLEN PIC 999.
       01  WS-DMP-SHAPE PIC X.
       01  WS-DMP-SHIFT PIC 9.
       01  WS-DMP-RECLEN PIC 9(5).
       01  WS-DMP-FIELDS PIC 99.
       01  WS-DMP-LAST PIC 99.
       01  WS-DMP-GRP PIC 99.
       01  WS-DMP-INGRP PIC 99.
       01  WS-DMP-BASE PIC 9(5).
       01  WS-DMP-STRIDE1 PIC 9(5).
       01  WS-DMP-STRIDE2 PIC 9(5).
       01  WS-DMP-ELEN PIC 9(5).
       01  WS-DMP-LOOPS PIC 9.
       01  WS-DMP-IND PIC 99.
       01  WS-DMP-TYPE PIC XX.
       01  WS-DMP-NAME PIC X(20).
       01  WS-DMP-REF PIC X(40).
       01  WS-DMP-SUBNAME PIC X(8).
       01  WS-DMP-LIMIT PIC X(12).
       01  WS-DMP-SCALE PIC X(19).
       01  WS-DMP-CODE PIC X(60).
       01  WS-DMP-NUM-ED PIC Z(8)9.
       01  WS-DMP-NUM2-ED PIC Z(8)9.
       01  WS-SLC-COUNT PIC 99 VALUE 0.
       01  WS-SLC-IDX PIC 99.
       01  WS-SLC-CIDX PIC 99.
       01  WS-SLC-TAB.
           05  WS-SLC-ITEM OCCURS 40 TIMES.
               10  WS-SLC-FIELD PIC 99.
               10  WS-SLC-KIND PIC X.
               10  WS-SLC-LEN PIC 999.
       01  WS-SLC-ENTRY PIC X(24).
       01  WS-SLC-HOST PIC X.
       01  WS-SLC-GENERATED PIC X VALUE 'N'.
       01  WS-STATUS-MSGCAT PIC XX.
       01  WS-EOF-MSGCAT PIC X VALUE 'N'.
           88  WS-MSGCAT-EOF VALUE 'Y'.
       01  WS-MSGCAT-LOADED PIC X VALUE 'N'.
       01  WS-MSG-COUNT PIC 999 VALUE 0.
       01  WS-MSG-IDX PIC 999.
       01  WS-MSG-TAB.
           05  WS-MSG-ENTRY OCCURS 300 TIMES.
               10  WS-MSG-ID PIC X(8).
               10  WS-MSG-EN PIC X(60).
               10  WS-MSG-FR PIC X(60).
       01  WS-MSG-CAT-LINE PIC X(80).
       01  WS-MSG-FOUND PIC X.
       01  WS-MSG-KEY PIC X(8).
       01  WS-MSG-TEXT PIC X(60).
       01  WS-MSG-TAIL PIC X(50) VALUE SPACES.
       01  WS-MSG-TAIL2 PIC X(50) VALUE SPACES.
       01  WS-MSG-LEAD PIC X(20) VALUE SPACES.
       01  WS-MSG-MAX PIC 99 VALUE 0.
       01  WS-MSG-END PIC X VALUE SPACE.
       01  WS-MSG-SCREEN-END PIC X VALUE SPACE.
       01  WS-MSG-PAD PIC 9 VALUE 0.
       01  WS-MSG-INDENT PIC 99 VALUE 11.
       01  WS-MSG-WORK PIC X(80).
       01  WS-MSG-WORK-LEN PIC 99.
       01  WS-MSG-LIT PIC X(160).
       01  WS-MSG-LIT-LEN PIC 999.
       01  WS-MSG-TAIL-LEN PIC 99.
       01  WS-MSG-TAIL2-LEN PIC 99.
       01  WS-MSG-CX PIC 99.
       01  WS-MSG-PTR PIC 999.
       01  WS-MSG-ROOM PIC 99.
       01  WS-MSG-NEED PIC 999.
       01  WS-MSG-CHAR PIC X.
       01  WS-MSG-BRK PIC 999.
       01  WS-MSG-BX PIC 999.
       01  WS-MSG-QCNT PIC 99.
       01  WS-MSG-LINE-COUNT PIC 9.
       01  WS-MSG-LX PIC 9.
       01  WS-MSG-LINE-TAB.
           05  WS-MSG-LINE OCCURS 6 TIMES PIC X(80).
       01  WS-USE-LAYOUT PIC X VALUE 'N'.
       01  WS-LAYOUT-CPY PIC X(40).
       01  WS-CPY-TOKEN1 PIC X(2).
       01  WS-XRF-FOUND PIC 99.
       01  WS-XRF-TAG PIC X(3).
       01  WS-XRF-LIST PIC X(20).
       01  WS-SCH-CALENDAR PIC X(8).
       01  WS-SCH-STEP-CAL-TAB.
           05  WS-SCH-STEP-CAL OCCURS 9 TIMES PIC X(8).
       01  WS-SCH-WORK-CAL PIC X(8).
       01  WS-SCH-JOB PIC X(8).
       01  WS-SCH-JOBS PIC 9(4).
       01  WS-SCH-STEPS PIC 9(4).
       01  WS-SCH-STEP PIC X(8).
       01  WS-SCH-PREDS PIC 9(4).
       01  WS-SCH-TRIGS PIC 9(4).
       01  WS-SCH-TALLY PIC 99.
       01  WS-SCH-PTAG-TAB.
           05  WS-SCH-PTAG OCCURS 5 TIMES PIC X(3).
       01  WS-SCH-PIDX PIC 9.
       01  WS-SCH-PSTEP PIC 99.
       01  WS-SCH-PRED-TAB.
           05  WS-SCH-PRED OCCURS 9 TIMES PIC X.
       01  WS-SCH-TRIG-TAB.
           05  WS-SCH-TRIG OCCURS 20 TIMES PIC X.
       01  WS-PROJ-TOKEN1 PIC X(8).
       01  WS-PROJ-TOKEN2 PIC X(40).
       01  WS-PROJ-TOKEN3 PIC X(8).
       01  WS-GEN-RESTART PIC X VALUE 'N'.
       01  WS-GEN-MULTIREC PIC X VALUE 'N'.
       01  WS-GEN-VARREC PIC X VALUE 'N'.
       01  WS-GEN-SELCARD PIC X VALUE 'N'.
       01  WS-GEN-RUNSTATS PIC X VALUE 'N'.
       01  WS-RST-PROGRAM PIC X(9).
       01  WS-RST-READ-SRC PIC X(30).
       01  WS-RST-WRITE-SRC PIC X(30).
       01  WS-RST-INDENT PIC 99 VALUE 11.
       01  WS-VR-FIXED PIC 9(4).
       01  WS-VR-SEGW PIC 9(3).
       01  WS-VR-SEGSUM PIC 9(4).
       01  WS-EDIT-RULE-TAB.
           05  WS-EDIT-RULE OCCURS 40 TIMES PIC X(30).
       01  WS-EDIT-VLIST PIC X(30).
       01  WS-EDIT-LOOKUPS PIC 99 VALUE 0.
       01  WS-EDIT-LKTMP PIC X(30).
       01  WS-EDIT-LKSUB PIC X(30).
       01  WS-EDIT-LKNAME PIC X(8).
       01  WS-EDIT-LKTAB.
           05  WS-EDIT-LKTAB-NAME OCCURS 9 TIMES PIC X(8).
       01  WS-EDIT-LKIDX PIC 99.
       01  WS-EDIT-LKFOUND PIC 99.
       01  WS-EDIT-VAL-TAB.
           05  WS-EDIT-VAL OCCURS 5 TIMES PIC X(10).
       01  WS-EDIT-VIDX PIC 9.
       01  WS-TP-ERRORS PIC 9(4).
       01  WS-TP-LASTADD PIC 9(8).
       01  WS-TP-EXPECTED PIC 9(7).
       01  WS-TP-DATA-POS PIC 99.
       01  WS-TP-ACTION PIC X.
       01  WS-TP-KEY-TEXT PIC X(30).
       01  WS-LAST-GEN-KIND PIC X VALUE 'R'.
       01  WS-AK-OFFSET PIC 999.
       01  WS-WANT-ALTKEYS PIC X VALUE 'N'.
           
           05 FILLER PIC X(24) VALUE "GENERATOR SYSTEM"
           line 2 col 35  BLANK SCREEN.
           05 FILLER PIC X(26) VALUE
           " 1. Read a sequential file"
           line 5 col 35 FOREGROUND-COLOR 9.
           05 FILLER PIC X(26) VALUE
           " 2. Write sequential file"
           line 6 col 35 FOREGROUND-COLOR 9.
           05 FILLER PIC X(26) VALUE " 3. Sort a file"
           line 7 col 35 FOREGROUND-COLOR 9.
           05 FILLER PIC X(26) VALUE
           " 4. Merge multiple files" line 8 col 35  
           FOREGROUND-COLOR 9. 
           05 FILLER PIC X(26) VALUE
           " 5. Access a database" line 9 col 35
           FOREGROUND-COLOR 9.
           05 FILLER PIC X(26) VALUE
           " 6. SELECT COUNT(*) query" line 10 col 35
           FOREGROUND-COLOR 9.
           05 FILLER PIC X(26) VALUE
           " 7. Generate a cursor" line 11 col 35
           FOREGROUND-COLOR 9.
           05 FILLER PIC X(26) VALUE
           " 8. Generate UPDATE query" line 12 col 35
           FOREGROUND-COLOR 9.
           05 FILLER PIC X(26) VALUE
           " 9. Create a subroutine" line 13 col 35
           FOREGROUND-COLOR 9.
           05 FILLER PIC X(26) VALUE
           "10. Subroutine call" line 14 col 35
           FOREGROUND-COLOR 9.
           05 FILLER PIC X(26) VALUE
           "11. Copybook template" line 15 col 35
           FOREGROUND-COLOR 9.
           05 FILLER PIC X(26) VALUE
           "12. Integrate a Copybook" line 16 col 35
           FOREGROUND-COLOR 9.
           05 FILLER PIC X(26) VALUE
           "13. Add a HelloCobol" line 17 col 35
           FOREGROUND-COLOR 9.
           05 FILLER PIC X(26) VALUE
           "14. Typical paragraphs"
           line 18 col 35 FOREGROUND-COLOR 9.
           05 FILLER PIC X(26) VALUE
           "15. Regenerate last gen"
           line 19 col 35 FOREGROUND-COLOR 9.
           05 FILLER PIC X(26) VALUE
           "16. JCL for last gen"
           line 20 col 35 FOREGROUND-COLOR 9.
           05 FILLER PIC X(26) VALUE
           "17. VSAM file program"
           line 21 col 35 FOREGROUND-COLOR 9.
           05 FILLER PIC X(32) VALUE
           "18. Generate a project suite"
           05 FILLER PIC X(18) VALUE
           "38. VSAM load pgm"
           line 12 col 62 FOREGROUND-COLOR 9.
           05 FILLER PIC X(18) VALUE
           "39. Copybk impact"
           line 13 col 62 FOREGROUND-COLOR 9.
           05 FILLER PIC X(18) VALUE
           "40. Promote member"
           line 14 col 62 FOREGROUND-COLOR 9.
           05 FILLER PIC X(18) VALUE
           "41. Regression run"
           line 15 col 62 FOREGROUND-COLOR 9.
           05 FILLER PIC X(18) VALUE
           "42. Sort ctl cards"
           line 16 col 62 FOREGROUND-COLOR 9.
           05 FILLER PIC X(18) VALUE
           "43. Layout migrate"
           line 17 col 62 FOREGROUND-COLOR 9.
           05 FILLER PIC X(32) VALUE
           "44. Run-date roll forward"
           line 18 col 2 FOREGROUND-COLOR 9.
           05 FILLER PIC X(32) VALUE
           "45. Member checkout / locks"
           line 19 col 2 FOREGROUND-COLOR 9.
           05 FILLER PIC X(32) VALUE
           "46. SQL cursor report"
           line 20 col 2 FOREGROUND-COLOR 9.
           05 FILLER PIC X(32) VALUE
           "47. File splitter"
           line 21 col 2 FOREGROUND-COLOR 9.
           05 FILLER PIC X(32) VALUE
           "48. Duplicate removal"
           line 22 col 2 FOREGROUND-COLOR 9.
           05 FILLER PIC X(32) VALUE
           "49. DB2 inquiry screen"
           line 23 col 2 FOREGROUND-COLOR 9.
           05 FILLER PIC X(18) VALUE
           "50. Code lookup"
           line 18 col 62 FOREGROUND-COLOR 9.
           05 FILLER PIC X(18) VALUE
           "51. Data masking"
           line 19 col 62 FOREGROUND-COLOR 9.
           05 FILLER PIC X(18) VALUE
           "52. Table DDL"
           line 20 col 62 FOREGROUND-COLOR 9.
           05 FILLER PIC X(18) VALUE
           "53. Record dump"
           line 21 col 62 FOREGROUND-COLOR 9.
           05 AUTO LINE 23 COL 35 PIC X(2) TO WS-CHOICE.

           05 line 25 col 35 AUTO PIC X(30) VALUE
           'Output dialect (WSN/ZOS):'
           LINE 23 COL 15 FOREGROUND-COLOR 9.
           05 LINE 23 COL 47 USING WS-PROF-DIALECT.
           05 FILLER PIC X(30) VALUE
           'Message language (EN/FR):'
           LINE 24 COL 15 FOREGROUND-COLOR 9.
           05 LINE 24 COL 47 USING WS-PROF-LANG.

       01  EDIT-RULES-SCREEN FOREGROUND-COLOR 3.
           05 FILLER PIC X(70) VALUE
           'Edit rules per field, slash-separated, in field order:'
           LINE 5 COL 10 FOREGROUND-COLOR 9 BLANK SCREEN.
           05 FILLER PIC X(70) VALUE
           'R=required N=numeric D=date V=v1;v2 T=lookup subprogram'
           LINE 7 COL 10 FOREGROUND-COLOR 9.
           05 LINE 9 COL 10 AUTO PIC X(60) TO WS-BC-EDITS.

           LINE 5 COL 15 FOREGROUND-COLOR 9 BLANK SCREEN.
           05 LINE 7 COL 15 AUTO PIC X TO WS-GEN-RESTART.

       01  SELCARD-SCREEN FOREGROUND-COLOR 3.
           05 FILLER PIC X(60) VALUE
           'Read a run-time selection card (SYSIN)? (Y/N, blank = N)'
           LINE 5 COL 15 FOREGROUND-COLOR 9 BLANK SCREEN.
           05 LINE 7 COL 15 AUTO PIC X TO WS-GEN-SELCARD.

       01  TESTDATA-SCREEN FOREGROUND-COLOR 3.
           05 FILLER PIC X(60) VALUE
           'Kind (R=read S=sort M=merge I=indexed P=test pack):'
           LINE 5 COL 15 FOREGROUND-COLOR 9 BLANK SCREEN.
           05 LINE 7 COL 15 AUTO PIC X(2) TO WS-HK-REPORT-ONLY.

       01  IMPACT-SCREEN FOREGROUND-COLOR 3.
           05 FILLER PIC X(60) VALUE
           'Changed copybook to analyse (e.g. CUSTREC.cpy):'
           LINE 5 COL 15 FOREGROUND-COLOR 9 BLANK SCREEN.
           05 LINE 7 COL 15 AUTO PIC X(40) TO WS-IMP-CPY.

       01  IMPACT-REGEN-SCREEN FOREGROUND-COLOR 3.
           05 FILLER PIC X(60) VALUE
           'Regenerate the affected members now? (Y/N, blank = N)'
           LINE 5 COL 15 FOREGROUND-COLOR 9 BLANK SCREEN.
           05 LINE 7 COL 15 AUTO PIC X(2) TO WS-IMP-REGEN.

       01  PROMOTE-SCREEN FOREGROUND-COLOR 3.
           05 FILLER PIC X(60) VALUE
           'Catalog member name (e.g. READFILE):'
           LINE 5 COL 15 FOREGROUND-COLOR 9 BLANK SCREEN.
           05 LINE 5 COL 60 AUTO PIC X(10) TO WS-CAT-MEMBER.
           05 FILLER PIC X(60) VALUE
           'Version (blank = current):'
           LINE 7 COL 15 FOREGROUND-COLOR 9.
           05 LINE 7 COL 60 AUTO PIC X(4) TO WS-PRM-VERSION-IN.
           05 FILLER PIC X(60) VALUE
           'Action (TEST, APPROVE or PROMOTE):'
           LINE 9 COL 15 FOREGROUND-COLOR 9.
           05 LINE 9 COL 60 AUTO PIC X(8) TO WS-PRM-ACTION.

       01  GDG-SCREEN FOREGROUND-COLOR 3.
           05 FILLER PIC X(60) VALUE
           'Generation data groups (IN, OUT, BOTH, blank = none):'
           LINE 5 COL 10 FOREGROUND-COLOR 9 BLANK SCREEN.
           05 LINE 5 COL 65 AUTO PIC X(4) TO WS-GDG-OPT.

       01  REGRESS-SCREEN FOREGROUND-COLOR 3.
           05 FILLER PIC X(60) VALUE
           'Catalog member name (e.g. UPDTMAST):'
           LINE 5 COL 15 FOREGROUND-COLOR 9 BLANK SCREEN.
           05 LINE 5 COL 60 AUTO PIC X(10) TO WS-CAT-MEMBER.
           05 FILLER PIC X(60) VALUE
           'Version (blank = current):'
           LINE 7 COL 15 FOREGROUND-COLOR 9.
           05 LINE 7 COL 60 AUTO PIC X(4) TO WS-PRM-VERSION-IN.

       01  SORTCARD-SCREEN FOREGROUND-COLOR 3.
           05 FILLER PIC X(60) VALUE
           'Utility function (S=SORT, M=MERGE):'
           LINE 4 COL 10 FOREGROUND-COLOR 9 BLANK SCREEN.
           05 LINE 4 COL 65 AUTO PIC X TO WS-SRT-FUNC.
           05 FILLER PIC X(60) VALUE
           'Record selection (I=INCLUDE, O=OMIT, blank = all):'
           LINE 6 COL 10 FOREGROUND-COLOR 9.
           05 LINE 6 COL 65 AUTO PIC X TO WS-SRT-SELTYPE.
           05 FILLER PIC X(60) VALUE
           'Conditions pos:len:op:value or field:op:value, / or |:'
           LINE 8 COL 10 FOREGROUND-COLOR 9.
           05 LINE 9 COL 10 AUTO PIC X(60) TO WS-SRT-COND.
           05 FILLER PIC X(60) VALUE
           'Duplicates (NONE = drop, fields = total, blank = keep):'
           LINE 11 COL 10 FOREGROUND-COLOR 9.
           05 LINE 12 COL 10 AUTO PIC X(60) TO WS-SRT-SUM.
           05 FILLER PIC X(60) VALUE
           'OUTREC fields (ALL, field list, blank = none):'
           LINE 14 COL 10 FOREGROUND-COLOR 9.
           05 LINE 15 COL 10 AUTO PIC X(60) TO WS-SRT-OUTREC.

       01  MIGRATE-SCREEN FOREGROUND-COLOR 3.
           05 FILLER PIC X(60) VALUE
           'Old record copybook (e.g. CUSTREC.cpy):'
           LINE 4 COL 10 FOREGROUND-COLOR 9 BLANK SCREEN.
           05 LINE 5 COL 10 AUTO PIC X(40) TO WS-MIG-OLDCPY.
           05 FILLER PIC X(60) VALUE
           'New record copybook (e.g. CUSTREC2.cpy):'
           LINE 7 COL 10 FOREGROUND-COLOR 9.
           05 LINE 8 COL 10 AUTO PIC X(40) TO WS-MIG-NEWCPY.
           05 FILLER PIC X(60) VALUE
           'Default value rules for new fields (blank = MIGRULES.TXT):'
           LINE 10 COL 10 FOREGROUND-COLOR 9.
           05 LINE 11 COL 10 AUTO PIC X(40) TO WS-MIG-RULES.

       01  ROLL-SCREEN FOREGROUND-COLOR 3.
           05 FILLER PIC X(60) VALUE
           'Holiday calendar file (blank = holiday.dat):'
           LINE 5 COL 10 FOREGROUND-COLOR 9 BLANK SCREEN.
           05 LINE 7 COL 10 AUTO PIC X(40) TO WS-RDR-HOLFILE.

       01  SPLIT-SCREEN FOREGROUND-COLOR 3.
           05 FILLER PIC X(60) VALUE
           'Record copybook (e.g. CUSTREC.cpy):'
           LINE 4 COL 10 FOREGROUND-COLOR 9 BLANK SCREEN.
           05 LINE 5 COL 10 AUTO PIC X(40) TO WS-SPL-CPY.
           05 FILLER PIC X(60) VALUE
           'How many routes? (1-20)'
           LINE 7 COL 10 FOREGROUND-COLOR 9.
           05 LINE 7 COL 50 AUTO PIC 99 TO WS-SPL-WANTED.
           05 FILLER PIC X(60) VALUE
           'File for unmatched records (blank = unmatched.dat):'
           LINE 9 COL 10 FOREGROUND-COLOR 9.
           05 LINE 10 COL 10 AUTO PIC X(40) TO WS-SPL-OTHER.

       01  SPLIT-ROUTE-SCREEN FOREGROUND-COLOR 3.
           05 FILLER PIC X(60) VALUE
           'Route on field (name from the copybook):'
           LINE 4 COL 10 FOREGROUND-COLOR 9 BLANK SCREEN.
           05 LINE 5 COL 10 AUTO PIC X(30)
              TO WS-SPL-R-FIELD(WS-SPL-ROUTE-IDX).
           05 FILLER PIC X(60) VALUE
           'Value, or low end of the range:'
           LINE 7 COL 10 FOREGROUND-COLOR 9.
           05 LINE 8 COL 10 AUTO PIC X(30)
              TO WS-SPL-R-LOW(WS-SPL-ROUTE-IDX).
           05 FILLER PIC X(60) VALUE
           'High end of the range (blank = single value):'
           LINE 10 COL 10 FOREGROUND-COLOR 9.
           05 LINE 11 COL 10 AUTO PIC X(30)
              TO WS-SPL-R-HIGH(WS-SPL-ROUTE-IDX).
           05 FILLER PIC X(60) VALUE
           'Output file for this route:'
           LINE 13 COL 10 FOREGROUND-COLOR 9.
           05 LINE 14 COL 10 AUTO PIC X(40)
              TO WS-SPL-R-FILE(WS-SPL-ROUTE-IDX).

       01  DEDUP-SCREEN FOREGROUND-COLOR 3.
           05 FILLER PIC X(60) VALUE
           'Record copybook (e.g. CUSTREC.cpy):'
           LINE 4 COL 10 FOREGROUND-COLOR 9 BLANK SCREEN.
           05 LINE 5 COL 10 AUTO PIC X(40) TO WS-DED-CPY.
           05 FILLER PIC X(60) VALUE
           'Keep which record? (FIRST, LAST, HIGH or LOW)'
           LINE 7 COL 10 FOREGROUND-COLOR 9.
           05 LINE 7 COL 60 AUTO PIC X(5) TO WS-DED-KEEP.
           05 FILLER PIC X(60) VALUE
           'Field compared for HIGH or LOW (name from the copybook):'
           LINE 9 COL 10 FOREGROUND-COLOR 9.
           05 LINE 10 COL 10 AUTO PIC X(30) TO WS-DED-FIELD.
           05 FILLER PIC X(60) VALUE
           'File for removed duplicates (blank = duplicates.dat):'
           LINE 12 COL 10 FOREGROUND-COLOR 9.
           05 LINE 13 COL 10 AUTO PIC X(40) TO WS-DED-DUPFILE.

       01  DB2INQ-KEY-SCREEN FOREGROUND-COLOR 3.
           05 FILLER PIC X(60) VALUE
           'Key column for lookup and paging (blank = first column):'
           LINE 5 COL 10 FOREGROUND-COLOR 9 BLANK SCREEN.
           05 LINE 6 COL 10 AUTO PIC X(20) TO WS-DBQ-KEYCOL.

       01  CODE-LOOKUP-SCREEN FOREGROUND-COLOR 3.
           05 FILLER PIC X(60) VALUE
           'Lookup subprogram name (blank = CODELKUP):'
           LINE 4 COL 10 FOREGROUND-COLOR 9 BLANK SCREEN.
           05 LINE 5 COL 10 AUTO PIC X(8) TO WS-CLK-SUBNAME.
           05 FILLER PIC X(60) VALUE
           'Reference code file (blank = codes.dat):'
           LINE 7 COL 10 FOREGROUND-COLOR 9.
           05 LINE 8 COL 10 AUTO PIC X(40) TO WS-CLK-REFFILE.
           05 FILLER PIC X(40) VALUE
           'Code length (1-20):'
           LINE 10 COL 10 FOREGROUND-COLOR 9.
           05 LINE 10 COL 55 AUTO PIC 99 TO WS-CLK-CODELEN.
           05 FILLER PIC X(40) VALUE
           'Description length (blank = 30, max 50):'
           LINE 12 COL 10 FOREGROUND-COLOR 9.
           05 LINE 12 COL 55 AUTO PIC 99 TO WS-CLK-DESCLEN.
           05 FILLER PIC X(40) VALUE
           'Maximum table entries (blank = 500):'
           LINE 14 COL 10 FOREGROUND-COLOR 9.
           05 LINE 14 COL 55 AUTO PIC 9(4) TO WS-CLK-MAXENT.

       01  MASKING-SCREEN FOREGROUND-COLOR 3.
           05 FILLER PIC X(60) VALUE
           'Record copybook (layout of the file to mask):'
           LINE 4 COL 10 FOREGROUND-COLOR 9 BLANK SCREEN.
           05 LINE 5 COL 10 AUTO PIC X(40) TO WS-MSK-CPY.
           05 FILLER PIC X(60) VALUE
           'Masking rules file (blank = MASKRULES.TXT):'
           LINE 7 COL 10 FOREGROUND-COLOR 9.
           05 LINE 8 COL 10 AUTO PIC X(40) TO WS-MSK-RULES.
           05 FILLER PIC X(60) VALUE
           'Record type field for the counts (blank = none):'
           LINE 10 COL 10 FOREGROUND-COLOR 9.
           05 LINE 11 COL 10 AUTO PIC X(30) TO WS-MSK-TYPEFIELD.

       01  DDL-LAYOUT-SCREEN FOREGROUND-COLOR 3.
           05 FILLER PIC X(60) VALUE
           'Record copybook (layout the table is built from):'
           LINE 4 COL 10 FOREGROUND-COLOR 9 BLANK SCREEN.
           05 LINE 5 COL 10 AUTO PIC X(40) TO WS-DCL-CPY.
           05 FILLER PIC X(60) VALUE
           'Table name, CREATOR.NAME allowed (blank = record name):'
           LINE 7 COL 10 FOREGROUND-COLOR 9.
           05 LINE 8 COL 10 AUTO PIC X(30) TO WS-DCL-TABLE.
           05 FILLER PIC X(60) VALUE
           'Database for the table (blank = default):'
           LINE 10 COL 10 FOREGROUND-COLOR 9.
           05 LINE 11 COL 10 AUTO PIC X(20) TO WS-DCL-DBNAME.

       01  DUMP-SCREEN FOREGROUND-COLOR 3.
           05 FILLER PIC X(60) VALUE
           'Record copybook (layout of the file to dump):'
           LINE 4 COL 10 FOREGROUND-COLOR 9 BLANK SCREEN.
           05 LINE 5 COL 10 AUTO PIC X(40) TO WS-DMP-CPY.
           05 FILLER PIC X(60) VALUE
           'First and last record number (blank = whole file):'
           LINE 7 COL 10 FOREGROUND-COLOR 9.
           05 LINE 8 COL 10 AUTO PIC X(9) TO WS-DMP-RECFROM.
           05 LINE 8 COL 25 AUTO PIC X(9) TO WS-DMP-RECTO.
           05 FILLER PIC X(60) VALUE
           'Key field to select on (blank = none):'
           LINE 10 COL 10 FOREGROUND-COLOR 9.
           05 LINE 11 COL 10 AUTO PIC X(20) TO WS-DMP-KEYFIELD.
           05 FILLER PIC X(60) VALUE
           'Lowest and highest key (blank = no limit):'
           LINE 13 COL 10 FOREGROUND-COLOR 9.
           05 LINE 14 COL 10 AUTO PIC X(30) TO WS-DMP-KEYFROM.
           05 LINE 15 COL 10 AUTO PIC X(30) TO WS-DMP-KEYTO.

       01  LOCK-SCREEN FOREGROUND-COLOR 3.
           05 FILLER PIC X(60) VALUE
           'Catalog member name (blank for LIST):'
           LINE 5 COL 15 FOREGROUND-COLOR 9 BLANK SCREEN.
           05 LINE 5 COL 60 AUTO PIC X(10) TO WS-CAT-MEMBER.
           05 FILLER PIC X(60) VALUE
           'Action (OUT, IN, LIST or BREAK):'
           LINE 7 COL 15 FOREGROUND-COLOR 9.
           05 LINE 7 COL 60 AUTO PIC X(8) TO WS-LOCK-ACTION.

       01  LOG-INQUIRY-SCREEN FOREGROUND-COLOR 3.
           05 FILLER PIC X(60) VALUE
           'User id to select (blank = all):'
           IF WS-OPERATOR-ID = SPACES
               MOVE 'OPERATOR' TO WS-OPERATOR-ID
           END-IF
           PERFORM 0040-LOAD-AUTHORITY
           ACCEPT WS-COMMAND-PARM FROM COMMAND-LINE
           MOVE WS-COMMAND-PARM TO WS-COMMAND-PARM-RAW
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-PARM) TO WS-COMMAND-PARM
           IF WS-COMMAND-PARM(1:5) = 'BATCH'
               SET WS-BATCH-MODE TO TRUE
               PERFORM 0046-SCAN-BATCH-PARM
               IF WS-VALIDATE-MODE
                   DISPLAY 'Validate-only run: cards are checked,'
                       ' nothing is generated.'
               END-IF
               PERFORM 0061-LOAD-PARM-SYMBOLS
           END-IF.

           IF WS-COMMAND-PARM(1:7) = 'PROJECT'
               SET WS-BATCH-MODE TO TRUE
               MOVE '18' TO WS-CHOICE
               PERFORM 0050-CHECK-OPTION-AUTHORITY
               IF WS-AUTH-DENIED
                   PERFORM 0056-DENY-OPTION
               ELSE
                   PERFORM 7000-GENERATE-PROJECT
               END-IF
               PERFORM 0090-WRITE-RUN-SUMMARY
               PERFORM 0095-SET-RETURN-CODE
               STOP RUN
       0000-DISPATCH-CHOICE.
           MOVE WS-CHOICE TO WS-MENU-CHOICE
           MOVE 'N' TO WS-CAPTURE-DONE
           MOVE 'N' TO WS-LOCK-REFUSED
           PERFORM 0050-CHECK-OPTION-AUTHORITY
           IF WS-AUTH-DENIED
               PERFORM 0056-DENY-OPTION
           ELSE
               PERFORM 0001-DISPATCH-PERMITTED
           END-IF.

       0001-DISPATCH-PERMITTED.
           EVALUATE WS-CHOICE
               WHEN "1"
                   PERFORM 1000-READ-SEQUENTIAL-FILE
                   PERFORM 3800-CREATE-SUMMARY-PROGRAM
               WHEN "38"
                   PERFORM 3900-CREATE-VSAM-LOAD
               WHEN "39"
                   PERFORM 9600-COPYBOOK-IMPACT
               WHEN "40"
                   PERFORM 9700-PROMOTION-LIFECYCLE
               WHEN "41"
                   PERFORM 9800-REGRESSION-RUN
               WHEN "42"
                   PERFORM 1250-CREATE-SORT-CARDS
               WHEN "43"
                   PERFORM 4600-CREATE-LAYOUT-MIGRATION
               WHEN "44"
                   PERFORM 4700-CREATE-RUNDATE-ROLL
               WHEN "45"
                   PERFORM 9900-MEMBER-LOCKS
               WHEN "46"
                   PERFORM 2250-CREATE-SQL-REPORT
               WHEN "47"
                   PERFORM 4800-CREATE-FILE-SPLITTER
               WHEN "48"
                   PERFORM 4900-CREATE-DEDUP-PROGRAM
               WHEN "49"
                   PERFORM 2500-CREATE-DB2-INQUIRY
               WHEN "50"
                   PERFORM 5500-CREATE-CODE-LOOKUP
               WHEN "51"
                   PERFORM 5600-CREATE-MASKING-PROGRAM
               WHEN "52"
                   PERFORM 5800-CREATE-DDL-FROM-LAYOUT
               WHEN "53"
                   PERFORM 5900-CREATE-RECORD-DUMP
               WHEN "Y "
                   STOP RUN
               WHEN OTHER
           END-EVALUATE.


       0040-LOAD-AUTHORITY.
           MOVE 0 TO WS-AUTH-USED
           MOVE 'N' TO WS-AUTH-ACTIVE
           MOVE 'N' TO WS-EOF-AUTH
           OPEN INPUT AUTH-FILE
           IF WS-STATUS-AUTH = '00'
               SET WS-AUTH-ENFORCED TO TRUE
               PERFORM UNTIL WS-AUTH-EOF
                   READ AUTH-FILE
                       AT END
                           SET WS-AUTH-EOF TO TRUE
                       NOT AT END
                           PERFORM 0042-STORE-AUTHORITY-LINE
                   END-READ
               END-PERFORM
               CLOSE AUTH-FILE
               MOVE 'DEFAULT' TO WS-AUTH-USER
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > WS-AUTH-USED
                   IF WS-AUTH-OPER(WS-AUTH-IDX) = WS-OPERATOR-ID
                       MOVE WS-OPERATOR-ID TO WS-AUTH-USER
                   END-IF
               END-PERFORM
           END-IF.

       0042-STORE-AUTHORITY-LINE.
           MOVE FUNCTION UPPER-CASE(AUTH-RECORD) TO WS-AUTH-LINE
           IF WS-AUTH-LINE NOT = SPACES
                   AND WS-AUTH-LINE(1:1) NOT = '*'
               IF WS-AUTH-USED < 50
                   ADD 1 TO WS-AUTH-USED
                   MOVE WS-AUTH-LINE(1:8) TO WS-AUTH-OPER(WS-AUTH-USED)
                   MOVE WS-AUTH-LINE(10:1)
                       TO WS-AUTH-TYPE(WS-AUTH-USED)
                   MOVE WS-AUTH-LINE(12:69)
                       TO WS-AUTH-LIST(WS-AUTH-USED)
               ELSE
                   DISPLAY 'GENAUTH.TXT entry ignored, table full: '
                       WS-AUTH-LINE(1:30)
               END-IF
           END-IF.

       0050-CHECK-OPTION-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-RESULT
           MOVE 0 TO WS-AUTH-OPTION
           IF WS-CHOICE(1:1) IS NUMERIC
               IF WS-CHOICE(2:1) IS NUMERIC
                   MOVE WS-CHOICE TO WS-AUTH-OPTION
               ELSE
                   MOVE WS-CHOICE(1:1) TO WS-AUTH-OPTION(2:1)
                   MOVE '0' TO WS-AUTH-OPTION(1:1)
               END-IF
           END-IF
           IF WS-AUTH-ENFORCED
                   AND WS-AUTH-OPTION > 0 AND WS-AUTH-OPTION NOT > 53
               MOVE 'O' TO WS-AUTH-TYPE-WK
               MOVE SPACES TO WS-AUTH-ITEM
               STRING WS-CHOICE DELIMITED BY SPACE INTO WS-AUTH-ITEM
               PERFORM 0054-SCAN-AUTHORITY
               IF WS-AUTH-DENIED AND WS-AUTH-OPTION < 10
                   MOVE WS-AUTH-OPTION TO WS-AUTH-ITEM
                   PERFORM 0054-SCAN-AUTHORITY
               END-IF
           END-IF.

       0052-CHECK-KEYWORD-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-KW-RESULT
           MOVE SPACES TO WS-AUTH-DENIED-KW
           IF WS-AUTH-ENFORCED
               MOVE 'K' TO WS-AUTH-TYPE-WK
               PERFORM VARYING WS-CKW-IDX FROM 1 BY 1
                       UNTIL WS-CKW-IDX > WS-CKW-USED
                       OR WS-AUTH-KW-DENIED
                   MOVE WS-CKW-NAME(WS-CKW-IDX) TO WS-AUTH-ITEM
                   PERFORM 0054-SCAN-AUTHORITY
                   IF WS-AUTH-DENIED
                       MOVE 'N' TO WS-AUTH-KW-RESULT
                       MOVE WS-AUTH-ITEM TO WS-AUTH-DENIED-KW
                   END-IF
               END-PERFORM
               MOVE 'Y' TO WS-AUTH-RESULT
           END-IF.

       0054-SCAN-AUTHORITY.
           MOVE 'N' TO WS-AUTH-RESULT
           MOVE SPACES TO WS-AUTH-TOKEN
           MOVE 1 TO WS-AUTH-TOKLEN
           STRING ' ' DELIMITED BY SIZE
               WS-AUTH-ITEM DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               INTO WS-AUTH-TOKEN WITH POINTER WS-AUTH-TOKLEN
           SUBTRACT 1 FROM WS-AUTH-TOKLEN
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-USED
                   OR NOT WS-AUTH-DENIED
               IF WS-AUTH-OPER(WS-AUTH-IDX) = WS-AUTH-USER
                       AND WS-AUTH-TYPE(WS-AUTH-IDX) = WS-AUTH-TYPE-WK
                   MOVE SPACES TO WS-AUTH-SCAN
                   MOVE WS-AUTH-LIST(WS-AUTH-IDX) TO WS-AUTH-SCAN(2:69)
                   MOVE 0 TO WS-AUTH-TALLY
                   INSPECT WS-AUTH-SCAN TALLYING WS-AUTH-TALLY
                       FOR ALL WS-AUTH-TOKEN(1:WS-AUTH-TOKLEN)
                           ALL ' ALL '
                   IF WS-AUTH-TALLY > 0
                       MOVE 'Y' TO WS-AUTH-RESULT
                   END-IF
               END-IF
           END-PERFORM.

       0055-LOG-SECURITY-VIOLATION.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE SPACES TO WS-GENLOG-LINE.
           IF WS-AUTH-DENIED-KW = SPACES
               STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD " "
                   WS-CDT-HH WS-CDT-MIN WS-CDT-SS " SEC "
                   WS-CHOICE " option not authorised"
                   DELIMITED BY SIZE INTO WS-GENLOG-LINE
           ELSE
               IF WS-AUTH-TYPE-WK = 'F'
                   MOVE ' function' TO WS-AUTH-WHAT
               ELSE
                   MOVE ' keyword' TO WS-AUTH-WHAT
               END-IF
               STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD " "
                   WS-CDT-HH WS-CDT-MIN WS-CDT-SS " SEC "
                   WS-CHOICE DELIMITED BY SIZE
                   WS-AUTH-WHAT DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-AUTH-DENIED-KW DELIMITED BY SPACE
                   " not authorised" DELIMITED BY SIZE
                   INTO WS-GENLOG-LINE
           END-IF
           ADD 1 TO WS-LOG-SEQ
           MOVE WS-OPERATOR-ID TO WS-GENLOG-LINE(66:8)
           MOVE WS-LOG-SEQ TO WS-GENLOG-LINE(75:4)
           PERFORM 0898-OPEN-GENLOG-EXTEND
           MOVE WS-GENLOG-LINE TO GENLOG-LINE
           WRITE GENLOG-LINE
           CLOSE GENLOG.

       0056-DENY-OPTION.
           DISPLAY 'Option ' WS-CHOICE ' is not authorised for '
               'operator ' WS-OPERATOR-ID
           MOVE SPACES TO WS-AUTH-DENIED-KW
           PERFORM 0055-LOG-SECURITY-VIOLATION
           IF WS-BATCH-MODE
               ADD 1 TO WS-RUN-FAILURES
               PERFORM 0098-RECORD-FAILURE-AUTHORITY
           END-IF.

       0057-DENY-CARD-KEYWORD.
           MOVE 'Y' TO WS-AUTH-RESULT
           DISPLAY 'Card ' WS-CARD-NUMBER ' keyword '
               WS-AUTH-DENIED-KW ' is not authorised for operator '
               WS-OPERATOR-ID
           PERFORM 0055-LOG-SECURITY-VIOLATION
           ADD 1 TO WS-RUN-FAILURES
           PERFORM 0098-RECORD-FAILURE-AUTHORITY.

       0058-VALIDATE-AUTHORITY.
           PERFORM 0050-CHECK-OPTION-AUTHORITY
           IF WS-AUTH-DENIED
               MOVE SPACES TO WS-VAL-MSG
               STRING 'option ' WS-CHOICE ' not authorised for '
                   WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           IF WS-AUTH-KW-DENIED
               MOVE SPACES TO WS-VAL-MSG
               STRING 'keyword ' WS-AUTH-DENIED-KW
                   ' not authorised for ' WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF.

       0060-RUN-CONTROL-CARDS.
           IF NOT WS-VALIDATE-MODE
               PERFORM 0080-READ-CHECKPOINT
               PERFORM 0065-READ-CONTROL-CARD
               PERFORM UNTIL WS-CONTROL-EOF
                   ADD 1 TO WS-CARD-NUMBER
                   PERFORM 0067-ADD-CARD-SYMBOLS
                   MOVE CONTROL-CARD-RECORD(1:2) TO WS-CHOICE
                   MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
                   IF WS-CHOICE(1:1) = '0'
                   PERFORM 0065-READ-CONTROL-CARD
                   PERFORM UNTIL WS-CONTROL-EOF
                           OR CONTROL-CARD-RECORD(1:2) NOT = '++'
                       PERFORM 0067-ADD-CARD-SYMBOLS
                       MOVE CONTROL-CARD-RECORD(3:78)
                           TO WS-CARD-PARMS
                       PERFORM 0072-PARSE-KEYWORD-STRING
                       PERFORM 0065-READ-CONTROL-CARD
                   END-PERFORM
                   PERFORM 0052-CHECK-KEYWORD-AUTHORITY
                   EVALUATE TRUE
                       WHEN WS-VALIDATE-MODE
                           ADD 1 TO WS-RUN-CARDS
                           PERFORM 0076-VALIDATE-CARD
                           PERFORM 0058-VALIDATE-AUTHORITY
                       WHEN WS-DECK-STOPPED = 'Y'
                           ADD 1 TO WS-RUN-SKIPPED
                           DISPLAY 'Card ' WS-CARD-NUMBER

       0066-RUN-CARD-CHECKED.
           MOVE 'Y' TO WS-LBL-STATUS-WK
           IF WS-BC-REGEN NOT = SPACE
                   AND WS-BC-REGEN NOT = 'Y'
                   AND WS-BC-REGEN NOT = 'N'
               MOVE 'REGEN value is not Y or N' TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           IF WS-BC-AFTER NOT = SPACES
               PERFORM 0068-LOOKUP-CARD-LABEL
               IF WS-LBL-FOUND = 0
           ELSE
               ADD 1 TO WS-RUN-CARDS
               MOVE WS-RUN-FAILURES TO WS-FAILS-BEFORE
               EVALUATE TRUE
                   WHEN WS-AUTH-KW-DENIED
                       PERFORM 0057-DENY-CARD-KEYWORD
                   WHEN WS-SYM-CARD-ERR NOT = SPACES
                       MOVE WS-SYM-CARD-ERR TO WS-VAL-MSG
                       PERFORM 0078-RECORD-VAL-ERROR
                   WHEN OTHER
                       PERFORM 0000-DISPATCH-CHOICE
               END-EVALUATE
               IF WS-RUN-FAILURES > WS-FAILS-BEFORE
                   MOVE 'F' TO WS-LBL-STATUS-WK
                   PERFORM 0069-RECORD-CARD-LABEL
           END-IF.

       0076-VALIDATE-CARD.
           IF WS-SYM-CARD-ERR NOT = SPACES
               MOVE WS-SYM-CARD-ERR TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           MOVE 0 TO WS-VAL-OPTION
           IF WS-CHOICE(1:1) IS NUMERIC
               IF WS-CHOICE(2:1) IS NUMERIC
                   MOVE '0' TO WS-VAL-OPTION(1:1)
               END-IF
           END-IF
           IF WS-VAL-OPTION < 1 OR WS-VAL-OPTION > 53
               MOVE SPACES TO WS-VAL-MSG
               STRING 'invalid option number ' WS-CHOICE
                   DELIMITED BY SIZE INTO WS-VAL-MSG
                   TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           MOVE WS-BC-VERSION TO WS-VAL-TOKEN(1:4)
           MOVE SPACES TO WS-VAL-TOKEN(5:8)
           PERFORM 0081-CHECK-NUMERIC-TOKEN
           IF WS-BC-VERSION NOT = SPACES AND WS-VAL-NUM-OK = 'N'
               MOVE 'VERSION value is not numeric' TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           IF WS-VAL-OPTION = 45
               IF WS-BC-ACTION NOT = SPACES
                       AND WS-BC-ACTION NOT = 'OUT'
                       AND WS-BC-ACTION NOT = 'CHECKOUT'
                       AND WS-BC-ACTION NOT = 'IN'
                       AND WS-BC-ACTION NOT = 'CHECKIN'
                       AND WS-BC-ACTION NOT = 'LIST'
                       AND WS-BC-ACTION NOT = 'BREAK'
                   MOVE 'ACTION value is not OUT, IN, LIST or BREAK'
                       TO WS-VAL-MSG
                   PERFORM 0078-RECORD-VAL-ERROR
               END-IF
           ELSE
               IF WS-BC-ACTION NOT = SPACES
                       AND WS-BC-ACTION NOT = 'TEST'
                       AND WS-BC-ACTION NOT = 'APPROVE'
                       AND WS-BC-ACTION NOT = 'PROMOTE'
                   MOVE 'ACTION value is not TEST, APPROVE or PROMOTE'
                       TO WS-VAL-MSG
                   PERFORM 0078-RECORD-VAL-ERROR
               END-IF
           END-IF
           IF WS-BC-GDG NOT = SPACES
                   AND WS-BC-GDG NOT = 'IN'
                   AND WS-BC-GDG NOT = 'OUT'
                   AND WS-BC-GDG NOT = 'BOTH'
               MOVE 'GDG value is not IN, OUT or BOTH' TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           IF WS-BC-UTIL NOT = SPACES
                   AND WS-BC-UTIL NOT = 'SORT'
                   AND WS-BC-UTIL NOT = 'MERGE'
               MOVE 'UTIL value is not SORT or MERGE' TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           IF WS-BC-INCLUDE NOT = SPACES AND WS-BC-OMIT NOT = SPACES
               MOVE 'INCLUDE and OMIT may not both be given'
                   TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           IF WS-BC-INCLUDE NOT = SPACES
               MOVE WS-BC-INCLUDE TO WS-SRT-COND
               PERFORM 0083-VALIDATE-SELECTION-SPECS
           END-IF
           IF WS-BC-OMIT NOT = SPACES
               MOVE WS-BC-OMIT TO WS-SRT-COND
               PERFORM 0083-VALIDATE-SELECTION-SPECS
           END-IF
           IF WS-VAL-OPTION = 43
                   AND (WS-BC-OLDCPY = SPACES OR WS-BC-NEWCPY = SPACES)
               MOVE 'OLDCPY and NEWCPY are both required'
                   TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           IF WS-VAL-OPTION = 47
               PERFORM 0084-VALIDATE-ROUTE-SPECS
           END-IF
           IF WS-VAL-OPTION = 48
               PERFORM 0091-VALIDATE-DEDUP-SPECS
           END-IF
           IF WS-VAL-OPTION = 49
                   AND WS-BC-COLS = SPACES AND WS-BC-DDL = SPACES
               MOVE 'COLS or DDL is required for the inquiry screen'
                   TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           IF WS-VAL-OPTION = 50
               PERFORM 0086-VALIDATE-LOOKUP-SPECS
           END-IF
           IF WS-VAL-OPTION = 51
               PERFORM 0087-VALIDATE-MASK-SPECS
           END-IF
           IF WS-VAL-OPTION = 52
               PERFORM 0089-VALIDATE-DDL-SPECS
           END-IF
           IF WS-VAL-OPTION = 53
               PERFORM 0082-VALIDATE-DUMP-SPECS
           END-IF
           IF WS-BC-AFTER NOT = SPACES
               PERFORM 0068-LOOKUP-CARD-LABEL
               IF WS-LBL-FOUND = 0
               END-IF
           END-PERFORM.

       0083-VALIDATE-SELECTION-SPECS.
           MOVE SPACES TO WS-SRT-CSPEC-TAB
           UNSTRING WS-SRT-COND DELIMITED BY '/' OR '|'
               INTO WS-SRT-CSPEC(1) WS-SRT-CSPEC(2) WS-SRT-CSPEC(3)
                    WS-SRT-CSPEC(4) WS-SRT-CSPEC(5)
           END-UNSTRING
           PERFORM VARYING WS-SRT-CIDX FROM 1 BY 1
                   UNTIL WS-SRT-CIDX > 5
               IF WS-SRT-CSPEC(WS-SRT-CIDX) NOT = SPACES
                   MOVE SPACES TO WS-SRT-TOK1
                   MOVE SPACES TO WS-SRT-TOK2
                   MOVE SPACES TO WS-SRT-TOK3
                   MOVE SPACES TO WS-SRT-TOK4
                   UNSTRING WS-SRT-CSPEC(WS-SRT-CIDX)
                       DELIMITED BY ':'
                       INTO WS-SRT-TOK1 WS-SRT-TOK2
                            WS-SRT-TOK3 WS-SRT-TOK4
                   END-UNSTRING
                   MOVE FUNCTION TRIM(WS-SRT-TOK1) TO WS-VAL-TOKEN
                   PERFORM 0081-CHECK-NUMERIC-TOKEN
                   IF WS-VAL-NUM-OK = 'Y'
                       MOVE WS-SRT-TOK2 TO WS-VAL-TOKEN
                       PERFORM 0081-CHECK-NUMERIC-TOKEN
                       IF WS-VAL-NUM-OK = 'N'
                           MOVE SPACES TO WS-VAL-MSG
                           STRING 'selection condition ' WS-SRT-CIDX
                               ' length is not numeric'
                               DELIMITED BY SIZE INTO WS-VAL-MSG
                           PERFORM 0078-RECORD-VAL-ERROR
                       END-IF
                       MOVE WS-SRT-TOK3 TO WS-SRT-OP
                   ELSE
                       MOVE WS-SRT-TOK2 TO WS-SRT-OP
                   END-IF
                   MOVE FUNCTION UPPER-CASE(WS-SRT-OP) TO WS-SRT-OP
                   IF WS-SRT-OP NOT = 'EQ' AND WS-SRT-OP NOT = 'NE'
                           AND WS-SRT-OP NOT = 'GT'
                           AND WS-SRT-OP NOT = 'GE'
                           AND WS-SRT-OP NOT = 'LT'
                           AND WS-SRT-OP NOT = 'LE'
                       MOVE SPACES TO WS-VAL-MSG
                       STRING 'selection condition ' WS-SRT-CIDX
                           ' operator is not EQ NE GT GE LT or LE'
                           DELIMITED BY SIZE INTO WS-VAL-MSG
                       PERFORM 0078-RECORD-VAL-ERROR
                   END-IF
               END-IF
           END-PERFORM.

       0084-VALIDATE-ROUTE-SPECS.
           IF WS-BC-CPY = SPACES
               MOVE 'CPY is required for the file splitter'
                   TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           MOVE 0 TO WS-SPL-ROUTE-COUNT
           PERFORM VARYING WS-BC-ROUTE-IDX FROM 1 BY 1
                   UNTIL WS-BC-ROUTE-IDX > 20
               IF WS-BC-ROUTE(WS-BC-ROUTE-IDX) NOT = SPACES
                   ADD 1 TO WS-SPL-ROUTE-COUNT
                   MOVE SPACES TO WS-SPL-TOK-TAB
                   MOVE 0 TO WS-SPL-TOKENS
                   UNSTRING WS-BC-ROUTE(WS-BC-ROUTE-IDX)
                       DELIMITED BY ':'
                       INTO WS-SPL-TOK(1) WS-SPL-TOK(2)
                            WS-SPL-TOK(3) WS-SPL-TOK(4)
                       TALLYING IN WS-SPL-TOKENS
                       ON OVERFLOW
                           MOVE 9 TO WS-SPL-TOKENS
                   END-UNSTRING
                   IF WS-SPL-TOKENS NOT = 3 AND WS-SPL-TOKENS NOT = 4
                       MOVE 0 TO WS-SPL-TOKENS
                   END-IF
                   IF WS-SPL-TOKENS = 0
                           OR WS-SPL-TOK(1) = SPACES
                           OR WS-SPL-TOK(2) = SPACES
                           OR WS-SPL-TOK(3) = SPACES
                       MOVE SPACES TO WS-VAL-MSG
                       STRING 'ROUTE ' WS-BC-ROUTE-IDX
                           ' is not field:value:file'
                           ' or field:low:high:file'
                           DELIMITED BY SIZE INTO WS-VAL-MSG
                       PERFORM 0078-RECORD-VAL-ERROR
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SPL-ROUTE-COUNT = 0
               MOVE 'at least one ROUTE is required' TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF.

       0091-VALIDATE-DEDUP-SPECS.
           IF WS-BC-CPY = SPACES
               MOVE 'CPY is required for duplicate removal'
                   TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           IF WS-BC-SORTKEYS = SPACES
               MOVE 'SORTKEYS is required for duplicate removal'
                   TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           IF WS-BC-KEEP NOT = SPACES
                   AND WS-BC-KEEP NOT = 'FIRST'
                   AND WS-BC-KEEP NOT = 'LAST'
                   AND WS-BC-KEEP NOT = 'HIGH'
                   AND WS-BC-KEEP NOT = 'LOW'
               MOVE 'KEEP value is not FIRST, LAST, HIGH or LOW'
                   TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           IF (WS-BC-KEEP = 'HIGH' OR WS-BC-KEEP = 'LOW')
                   AND WS-BC-KEEPFIELD = SPACES
               MOVE 'KEEPFIELD is required with KEEP=HIGH or LOW'
                   TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           IF WS-BC-SELCARD NOT = SPACES
                   AND WS-BC-SELCARD NOT = 'Y'
                   AND WS-BC-SELCARD NOT = 'N'
               MOVE 'SELCARD value is not Y or N' TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF.

       0086-VALIDATE-LOOKUP-SPECS.
           IF WS-BC-KEYLEN = SPACES
               MOVE 'KEYLEN (code length) is required for the lookup'
                   TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           MOVE WS-BC-DESCLEN TO WS-VAL-TOKEN(1:2)
           MOVE SPACES TO WS-VAL-TOKEN(3:10)
           PERFORM 0081-CHECK-NUMERIC-TOKEN
           IF WS-BC-DESCLEN NOT = SPACES AND WS-VAL-NUM-OK = 'N'
               MOVE 'DESCLEN value is not numeric' TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           MOVE WS-BC-MAXENT TO WS-VAL-TOKEN(1:4)
           MOVE SPACES TO WS-VAL-TOKEN(5:8)
           PERFORM 0081-CHECK-NUMERIC-TOKEN
           IF WS-BC-MAXENT NOT = SPACES AND WS-VAL-NUM-OK = 'N'
               MOVE 'MAXENT value is not numeric' TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF.

       0087-VALIDATE-MASK-SPECS.
           IF WS-BC-CPY = SPACES
               MOVE 'CPY is required for data masking' TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           IF WS-BC-TYPEFIELD NOT = SPACES AND WS-BC-MULTIREC = 'Y'
               MOVE 'TYPEFIELD cannot be used with MULTIREC=Y'
                   TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF.

       0089-VALIDATE-DDL-SPECS.
           IF WS-BC-CPY = SPACES
               MOVE 'CPY is required for the table DDL' TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           IF WS-BC-TABLE NOT = SPACES
                   AND WS-BC-TABLE(1:1) IS NOT ALPHABETIC
               MOVE 'TABLE must start with a letter' TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF.

       0082-VALIDATE-DUMP-SPECS.
           IF WS-BC-CPY = SPACES
               MOVE 'CPY is required for the record dump' TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           MOVE WS-BC-RECFROM TO WS-VAL-TOKEN
           PERFORM 0081-CHECK-NUMERIC-TOKEN
           IF WS-BC-RECFROM NOT = SPACES AND WS-VAL-NUM-OK = 'N'
               MOVE 'RECFROM value is not numeric' TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           MOVE WS-BC-RECTO TO WS-VAL-TOKEN
           PERFORM 0081-CHECK-NUMERIC-TOKEN
           IF WS-BC-RECTO NOT = SPACES AND WS-VAL-NUM-OK = 'N'
               MOVE 'RECTO value is not numeric' TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF
           IF WS-BC-KEYFIELD = SPACES
                   AND (WS-BC-KEYFROM NOT = SPACES
                   OR WS-BC-KEYTO NOT = SPACES)
               MOVE 'KEYFROM/KEYTO need KEY for the record dump'
                   TO WS-VAL-MSG
               PERFORM 0078-RECORD-VAL-ERROR
           END-IF.

       0081-CHECK-NUMERIC-TOKEN.
           MOVE 'N' TO WS-VAL-NUM-OK
           IF WS-VAL-TOKEN NOT = SPACES
               MOVE 'Y' TO WS-VAL-NUM-OK
               PERFORM VARYING WS-VAL-PTR FROM 1 BY 1
                       UNTIL WS-VAL-PTR > 12
                       OR WS-VAL-TOKEN(WS-VAL-PTR:1) = SPACE
                   IF WS-VAL-TOKEN(WS-VAL-PTR:1) IS NOT NUMERIC
                       MOVE 'N' TO WS-VAL-NUM-OK
                   END-IF
               END-PERFORM
           END-IF.

       0078-RECORD-VAL-ERROR.
           ADD 1 TO WS-VAL-ERRORS
           ADD 1 TO WS-RUN-FAILURES
           DISPLAY 'Card ' WS-CARD-NUMBER ': '
               FUNCTION TRIM(WS-VAL-MSG TRAILING)
           IF WS-FAIL-USED < 20
               ADD 1 TO WS-FAIL-USED
               MOVE SPACES TO WS-FAIL-LINE(WS-FAIL-USED)
               STRING 'INVALID: card ' WS-CARD-NUMBER ' '
                   FUNCTION TRIM(WS-VAL-MSG TRAILING)
                   MOVE 8 TO RETURN-CODE
               WHEN WS-VALIDATE-MODE
                   MOVE 0 TO RETURN-CODE
               WHEN WS-RUN-GENERATED = 0 AND WS-RUN-REGRESSED = 0
                   MOVE 12 TO RETURN-CODE
               WHEN WS-RUN-FAILURES > 0
                   MOVE 8 TO RETURN-CODE
                   INTO WS-FAIL-LINE(WS-FAIL-USED)
           END-IF.

       0097-RECORD-FAILURE-COPYBOOK.
           IF WS-FAIL-USED < 20
               ADD 1 TO WS-FAIL-USED
               MOVE SPACES TO WS-FAIL-LINE(WS-FAIL-USED)
               STRING 'FAILED: card ' WS-CARD-NUMBER
                   ' copybook unreadable - ' WS-IMP-CPY(1:30)
                   DELIMITED BY SIZE
                   INTO WS-FAIL-LINE(WS-FAIL-USED)
           END-IF.

       0098-RECORD-FAILURE-AUTHORITY.
           IF WS-FAIL-USED < 20
               ADD 1 TO WS-FAIL-USED
               MOVE SPACES TO WS-FAIL-LINE(WS-FAIL-USED)
               IF WS-AUTH-DENIED
                   STRING 'DENIED: card ' WS-CARD-NUMBER
                       ' option ' WS-CHOICE ' not authorised for '
                       WS-OPERATOR-ID
                       DELIMITED BY SIZE
                       INTO WS-FAIL-LINE(WS-FAIL-USED)
               ELSE
                   STRING 'DENIED: card ' WS-CARD-NUMBER
                       ' keyword ' WS-AUTH-DENIED-KW
                       ' not authorised for ' WS-OPERATOR-ID
                       DELIMITED BY SIZE
                       INTO WS-FAIL-LINE(WS-FAIL-USED)
               END-IF
           END-IF.

       0099-RECORD-FAILURE-LOCK.
           IF WS-FAIL-USED < 20
               ADD 1 TO WS-FAIL-USED
               MOVE SPACES TO WS-FAIL-LINE(WS-FAIL-USED)
               STRING 'FAILED: card ' WS-CARD-NUMBER
                   ' member ' WS-LOCK-MEMBER
                   ' checked out to ' WS-LOCK-HOLDER
                   DELIMITED BY SIZE
                   INTO WS-FAIL-LINE(WS-FAIL-USED)
           END-IF.

       0065-READ-CONTROL-CARD.
           PERFORM 0062-READ-DECK-RECORD
           PERFORM UNTIL WS-CONTROL-EOF
                   OR (WS-SYM-CARD-TYPE(1:4) NOT = 'SET '
                   AND WS-SYM-CARD-TYPE NOT = 'INCLUDE ')
               IF WS-SYM-CARD-TYPE(1:4) = 'SET '
                   PERFORM 0063-APPLY-SET-CARD
               ELSE
                   PERFORM 0064-OPEN-INCLUDE-MEMBER
               END-IF
               PERFORM 0062-READ-DECK-RECORD
           END-PERFORM
           MOVE 'N' TO WS-SYM-REC-USED
           MOVE SPACES TO WS-SYM-REC-ERR
           IF NOT WS-CONTROL-EOF
               MOVE CONTROL-CARD-RECORD(3:78) TO WS-SYM-SRC-TEXT
               PERFORM 0073-SUBSTITUTE-SYMBOLS
               MOVE WS-SYM-OUT-TEXT TO CONTROL-CARD-RECORD(3:78)
               MOVE WS-SYM-SUBST TO WS-SYM-REC-USED
               MOVE WS-SYM-ERR TO WS-SYM-REC-ERR
               IF WS-INC-GOT = 'Y'
                   MOVE 'Y' TO WS-SYM-REC-USED
               END-IF
           END-IF.

       0059-RECORD-DECK-ERROR.
           IF WS-VALIDATE-MODE
               ADD 1 TO WS-VAL-ERRORS
           END-IF
           ADD 1 TO WS-RUN-FAILURES
           DISPLAY 'Deck: ' FUNCTION TRIM(WS-VAL-MSG TRAILING)
           IF WS-FAIL-USED < 20
               ADD 1 TO WS-FAIL-USED
               MOVE SPACES TO WS-FAIL-LINE(WS-FAIL-USED)
               STRING 'INVALID: deck '
                   FUNCTION TRIM(WS-VAL-MSG TRAILING)
                   DELIMITED BY SIZE
                   INTO WS-FAIL-LINE(WS-FAIL-USED)
           END-IF.

       0046-SCAN-BATCH-PARM.
           MOVE 6 TO WS-SYM-SET-PTR
           PERFORM UNTIL WS-SYM-SET-PTR > 80
               MOVE SPACES TO WS-SYM-PAIR
               UNSTRING WS-COMMAND-PARM DELIMITED BY ALL SPACE
                   INTO WS-SYM-PAIR
                   WITH POINTER WS-SYM-SET-PTR
               END-UNSTRING
               MOVE 0 TO WS-SYM-TALLY
               INSPECT WS-SYM-PAIR TALLYING WS-SYM-TALLY FOR ALL '='
               IF WS-SYM-TALLY = 0
                   EVALUATE WS-SYM-PAIR
                       WHEN 'RESTART'
                           MOVE 'Y' TO WS-RESTART-REQ
                       WHEN 'VALIDATE'
                           SET WS-VALIDATE-MODE TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       0061-LOAD-PARM-SYMBOLS.
           MOVE 'D' TO WS-SYM-SET-SOURCE
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-SYM-PAIR
           STRING 'RUNDATE=' WS-CDT-DATE
               DELIMITED BY SIZE INTO WS-SYM-PAIR
           PERFORM 0071-DEFINE-SYMBOL
           MOVE 'P' TO WS-SYM-SET-SOURCE
           MOVE 6 TO WS-SYM-SET-PTR
           PERFORM UNTIL WS-SYM-SET-PTR > 80
               MOVE SPACES TO WS-SYM-PAIR
               UNSTRING WS-COMMAND-PARM-RAW DELIMITED BY ALL SPACE
                   INTO WS-SYM-PAIR
                   WITH POINTER WS-SYM-SET-PTR
               END-UNSTRING
               MOVE 0 TO WS-SYM-TALLY
               INSPECT WS-SYM-PAIR TALLYING WS-SYM-TALLY FOR ALL '='
               IF WS-SYM-TALLY > 0
                   PERFORM 0071-DEFINE-SYMBOL
               END-IF
           END-PERFORM.

       0062-READ-DECK-RECORD.
           MOVE 'N' TO WS-INC-GOT
           IF WS-IN-INCLUDE
               READ INCLUDE-DECK
                   AT END
                       CLOSE INCLUDE-DECK
                       MOVE 'N' TO WS-INC-SWITCH
                   NOT AT END
                       MOVE INCLUDE-DECK-RECORD TO CONTROL-CARD-RECORD
                       MOVE 'Y' TO WS-INC-GOT
               END-READ
           END-IF
           IF WS-INC-GOT = 'N'
               READ CONTROL-CARD
                   AT END
                       SET WS-CONTROL-EOF TO TRUE
                   NOT AT END
                       CONTINUE
               END-READ
           END-IF
           MOVE FUNCTION UPPER-CASE(CONTROL-CARD-RECORD(1:8))
               TO WS-SYM-CARD-TYPE.

       0063-APPLY-SET-CARD.
           MOVE CONTROL-CARD-RECORD(5:76) TO WS-SYM-SET-TEXT
           MOVE 'S' TO WS-SYM-SET-SOURCE
           IF WS-SYM-SET-TEXT = SPACES
               MOVE 'SET card defines no symbol' TO WS-VAL-MSG
               PERFORM 0059-RECORD-DECK-ERROR
           END-IF
           MOVE 1 TO WS-SYM-SET-PTR
           PERFORM UNTIL WS-SYM-SET-PTR > 76
               MOVE SPACES TO WS-SYM-PAIR
               UNSTRING WS-SYM-SET-TEXT DELIMITED BY ','
                   INTO WS-SYM-PAIR
                   WITH POINTER WS-SYM-SET-PTR
               END-UNSTRING
               IF WS-SYM-PAIR NOT = SPACES
                   PERFORM 0071-DEFINE-SYMBOL
               END-IF
           END-PERFORM.

       0064-OPEN-INCLUDE-MEMBER.
           MOVE CONTROL-CARD-RECORD(9:72) TO WS-SYM-SRC-TEXT
           PERFORM 0073-SUBSTITUTE-SYMBOLS
           MOVE FUNCTION TRIM(WS-SYM-OUT-TEXT) TO WS-SYM-PAIR
           MOVE SPACES TO WS-VAL-MSG
           EVALUATE TRUE
               WHEN WS-SYM-ERR NOT = SPACES
                   MOVE WS-SYM-ERR TO WS-VAL-MSG
                   PERFORM 0059-RECORD-DECK-ERROR
               WHEN WS-SYM-PAIR = SPACES
                   MOVE 'INCLUDE card names no deck member'
                       TO WS-VAL-MSG
                   PERFORM 0059-RECORD-DECK-ERROR
               WHEN WS-SYM-PAIR(41:38) NOT = SPACES
                   MOVE 'INCLUDE member name is over 40 characters'
                       TO WS-VAL-MSG
                   PERFORM 0059-RECORD-DECK-ERROR
               WHEN WS-IN-INCLUDE
                   STRING 'INCLUDE inside included member '
                       FUNCTION TRIM(WS-INC-FILENAME)
                       ' not allowed'
                       DELIMITED BY SIZE INTO WS-VAL-MSG
                   PERFORM 0059-RECORD-DECK-ERROR
               WHEN OTHER
                   MOVE WS-SYM-PAIR TO WS-INC-FILENAME
                   OPEN INPUT INCLUDE-DECK
                   IF WS-STATUS-INCLUDE = '00'
                       MOVE 'Y' TO WS-INC-SWITCH
                       DISPLAY 'Including deck member '
                           FUNCTION TRIM(WS-INC-FILENAME)
                   ELSE
                       STRING 'INCLUDE member '
                           FUNCTION TRIM(WS-INC-FILENAME)
                           ' not found, status ' WS-STATUS-INCLUDE
                           DELIMITED BY SIZE INTO WS-VAL-MSG
                       PERFORM 0059-RECORD-DECK-ERROR
                   END-IF
           END-EVALUATE.

       0067-ADD-CARD-SYMBOLS.
           IF CONTROL-CARD-RECORD(1:2) NOT = '++'
               MOVE 'N' TO WS-SYM-CARD-USED
               MOVE SPACES TO WS-SYM-CARD-ERR
               MOVE 0 TO WS-SYM-CARD-LINES
               MOVE 'N' TO WS-SYM-LOGGED
               IF WS-VALIDATE-MODE
                   DISPLAY 'Card ' WS-CARD-NUMBER ': '
                       FUNCTION TRIM(CONTROL-CARD-RECORD TRAILING)
               END-IF
           ELSE
               IF WS-VALIDATE-MODE
                   DISPLAY '           '
                       FUNCTION TRIM(CONTROL-CARD-RECORD TRAILING)
               END-IF
           END-IF
           IF WS-SYM-REC-USED = 'Y'
               MOVE 'Y' TO WS-SYM-CARD-USED
           END-IF
           IF WS-SYM-CARD-ERR = SPACES
               MOVE WS-SYM-REC-ERR TO WS-SYM-CARD-ERR
           END-IF
           IF WS-SYM-CARD-LINES < 10
               ADD 1 TO WS-SYM-CARD-LINES
               MOVE CONTROL-CARD-RECORD(3:78)
                   TO WS-SYM-CARD-TEXT(WS-SYM-CARD-LINES)
           END-IF.

       0071-DEFINE-SYMBOL.
           MOVE SPACES TO WS-SYM-DEF-NAME
           MOVE SPACES TO WS-SYM-SET-VALUE
           MOVE SPACES TO WS-VAL-MSG
           MOVE 0 TO WS-SYM-TALLY
           INSPECT WS-SYM-PAIR TALLYING WS-SYM-TALLY FOR ALL '='
           MOVE 1 TO WS-SYM-DEF-PTR
           UNSTRING WS-SYM-PAIR DELIMITED BY '='
               INTO WS-SYM-DEF-NAME
               WITH POINTER WS-SYM-DEF-PTR
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SYM-DEF-NAME))
               TO WS-SYM-DEF-NAME
           IF WS-SYM-DEF-NAME(1:1) = '&'
               MOVE WS-SYM-DEF-NAME(2:19) TO WS-SYM-DEF-WORK
               MOVE WS-SYM-DEF-WORK TO WS-SYM-DEF-NAME
           END-IF
           MOVE 'Y' TO WS-SYM-DEF-OK
           IF WS-SYM-TALLY = 0 OR WS-SYM-DEF-NAME = SPACES
                   OR WS-SYM-DEF-NAME(9:12) NOT = SPACES
               MOVE 'N' TO WS-SYM-DEF-OK
           ELSE
               PERFORM VARYING WS-SYM-SCAN FROM 1 BY 1
                       UNTIL WS-SYM-SCAN > 8
                       OR WS-SYM-DEF-NAME(WS-SYM-SCAN:1) = SPACE
                   MOVE WS-SYM-DEF-NAME(WS-SYM-SCAN:1) TO WS-SYM-CHAR
                   IF NOT WS-SYM-NAME-CHAR
                       MOVE 'N' TO WS-SYM-DEF-OK
                   END-IF
               END-PERFORM
               IF WS-SYM-SCAN < 9
                   IF WS-SYM-DEF-NAME(WS-SYM-SCAN:) NOT = SPACES
                       MOVE 'N' TO WS-SYM-DEF-OK
                   END-IF
               END-IF
           END-IF
           IF WS-SYM-DEF-OK = 'N'
               STRING 'invalid symbol definition '
                   FUNCTION TRIM(WS-SYM-PAIR)
                   DELIMITED BY SIZE INTO WS-VAL-MSG
           ELSE
               MOVE SPACES TO WS-SYM-SRC-TEXT
               IF WS-SYM-DEF-PTR < 79
                   MOVE FUNCTION TRIM(WS-SYM-PAIR(WS-SYM-DEF-PTR:))
                       TO WS-SYM-SRC-TEXT
               END-IF
               IF WS-SYM-SET-SOURCE = 'S'
                   PERFORM 0073-SUBSTITUTE-SYMBOLS
                   MOVE WS-SYM-ERR TO WS-VAL-MSG
                   MOVE WS-SYM-OUT-TEXT TO WS-SYM-SET-VALUE
               ELSE
                   MOVE WS-SYM-SRC-TEXT TO WS-SYM-SET-VALUE
               END-IF
               IF WS-VAL-MSG = SPACES
                       AND WS-SYM-SET-VALUE(41:38) NOT = SPACES
                   STRING 'value of &' FUNCTION TRIM(WS-SYM-DEF-NAME)
                       ' is over 40 characters'
                       DELIMITED BY SIZE INTO WS-VAL-MSG
               END-IF
           END-IF
           IF WS-VAL-MSG NOT = SPACES
               PERFORM 0059-RECORD-DECK-ERROR
           ELSE
               MOVE WS-SYM-DEF-NAME TO WS-SYM-REF
               PERFORM 0074-FIND-SYMBOL
               EVALUATE TRUE
                   WHEN WS-SYM-FOUND > 0
                           AND WS-SYM-SOURCE(WS-SYM-FOUND) = 'P'
                           AND WS-SYM-SET-SOURCE = 'S'
                       DISPLAY 'SET &' FUNCTION TRIM(WS-SYM-REF)
                           ' ignored; PARM value '
                           FUNCTION TRIM(WS-SYM-VALUE(WS-SYM-FOUND))
                           ' kept.'
                       MOVE 'I' TO WS-SYM-DEF-OK
                   WHEN WS-SYM-FOUND > 0
                       MOVE WS-SYM-SET-VALUE
                           TO WS-SYM-VALUE(WS-SYM-FOUND)
                       MOVE WS-SYM-SET-SOURCE
                           TO WS-SYM-SOURCE(WS-SYM-FOUND)
                   WHEN WS-SYM-USED < 40
                       ADD 1 TO WS-SYM-USED
                       MOVE WS-SYM-USED TO WS-SYM-FOUND
                       MOVE WS-SYM-REF TO WS-SYM-NAME(WS-SYM-FOUND)
                       MOVE WS-SYM-SET-VALUE
                           TO WS-SYM-VALUE(WS-SYM-FOUND)
                       MOVE WS-SYM-SET-SOURCE
                           TO WS-SYM-SOURCE(WS-SYM-FOUND)
                   WHEN OTHER
                       MOVE 'more than 40 symbols defined'
                           TO WS-VAL-MSG
                       PERFORM 0059-RECORD-DECK-ERROR
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-VAL-MSG NOT = SPACES
                           OR WS-SYM-DEF-OK = 'I'
                       CONTINUE
                   WHEN WS-SYM-SET-SOURCE = 'P'
                       DISPLAY 'PARM symbol &' FUNCTION TRIM(WS-SYM-REF)
                           ' = ' FUNCTION TRIM(WS-SYM-SET-VALUE)
                   WHEN WS-SYM-SET-SOURCE = 'S' AND WS-VALIDATE-MODE
                       DISPLAY 'Symbol &' FUNCTION TRIM(WS-SYM-REF)
                           ' = '
                           FUNCTION TRIM(WS-SYM-VALUE(WS-SYM-FOUND))
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0073-SUBSTITUTE-SYMBOLS.
           MOVE SPACES TO WS-SYM-OUT-TEXT
           MOVE SPACES TO WS-SYM-ERR
           MOVE 'N' TO WS-SYM-SUBST
           MOVE 1 TO WS-SYM-IN-PTR
           MOVE 1 TO WS-SYM-OUT-PTR
           MOVE 0 TO WS-SYM-SRC-LEN
           IF WS-SYM-SRC-TEXT NOT = SPACES
               COMPUTE WS-SYM-SRC-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM(WS-SYM-SRC-TEXT TRAILING))
           END-IF
           PERFORM UNTIL WS-SYM-IN-PTR > WS-SYM-SRC-LEN
               MOVE 0 TO WS-SYM-LEN
               COMPUTE WS-SYM-SCAN = WS-SYM-IN-PTR + 1
               IF WS-SYM-SRC-TEXT(WS-SYM-IN-PTR:1) = '&'
                       AND WS-SYM-SCAN NOT > WS-SYM-SRC-LEN
                   MOVE WS-SYM-SRC-TEXT(WS-SYM-SCAN:1) TO WS-SYM-CHAR
                   IF WS-SYM-CHAR = '&'
                       ADD 1 TO WS-SYM-IN-PTR
                   END-IF
                   PERFORM UNTIL WS-SYM-SCAN > WS-SYM-SRC-LEN
                           OR NOT WS-SYM-NAME-CHAR
                       ADD 1 TO WS-SYM-LEN
                       ADD 1 TO WS-SYM-SCAN
                       MOVE SPACE TO WS-SYM-CHAR
                       IF WS-SYM-SCAN NOT > WS-SYM-SRC-LEN
                           MOVE WS-SYM-SRC-TEXT(WS-SYM-SCAN:1)
                               TO WS-SYM-CHAR
                       END-IF
                   END-PERFORM
               END-IF
               MOVE SPACES TO WS-SYM-PIECE
               IF WS-SYM-LEN = 0
                   MOVE WS-SYM-SRC-TEXT(WS-SYM-IN-PTR:1) TO WS-SYM-PIECE
                   MOVE 1 TO WS-SYM-PIECE-LEN
                   ADD 1 TO WS-SYM-IN-PTR
               ELSE
                   MOVE 0 TO WS-SYM-FOUND
                   IF WS-SYM-LEN < 9
                       COMPUTE WS-SYM-SCAN = WS-SYM-IN-PTR + 1
                       MOVE FUNCTION UPPER-CASE
                           (WS-SYM-SRC-TEXT(WS-SYM-SCAN:WS-SYM-LEN))
                           TO WS-SYM-REF
                       ADD WS-SYM-LEN TO WS-SYM-SCAN
                       PERFORM 0074-FIND-SYMBOL
                   END-IF
                   IF WS-SYM-FOUND = 0
                       COMPUTE WS-SYM-PIECE-LEN = WS-SYM-LEN + 1
                       MOVE WS-SYM-SRC-TEXT
                           (WS-SYM-IN-PTR:WS-SYM-PIECE-LEN)
                           TO WS-SYM-PIECE
                       IF WS-SYM-ERR = SPACES
                           STRING 'symbol '
                               WS-SYM-PIECE(1:WS-SYM-PIECE-LEN)
                               ' is not defined'
                               DELIMITED BY SIZE INTO WS-SYM-ERR
                       END-IF
                       MOVE WS-SYM-SCAN TO WS-SYM-IN-PTR
                   ELSE
                       MOVE 'Y' TO WS-SYM-SUBST
                       MOVE WS-SYM-VALUE(WS-SYM-FOUND) TO WS-SYM-PIECE
                       MOVE 0 TO WS-SYM-PIECE-LEN
                       IF WS-SYM-PIECE NOT = SPACES
                           COMPUTE WS-SYM-PIECE-LEN = FUNCTION LENGTH
                               (FUNCTION TRIM(WS-SYM-PIECE TRAILING))
                       END-IF
                       MOVE WS-SYM-SCAN TO WS-SYM-IN-PTR
                       IF WS-SYM-IN-PTR NOT > WS-SYM-SRC-LEN
                           IF WS-SYM-SRC-TEXT(WS-SYM-IN-PTR:1) = '.'
                               ADD 1 TO WS-SYM-IN-PTR
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WS-SYM-PIECE-LEN > 0
                   IF WS-SYM-OUT-PTR + WS-SYM-PIECE-LEN > 79
                       IF WS-SYM-ERR = SPACES
                           MOVE 'card is over 78 columns after symbol'
                               & ' substitution' TO WS-SYM-ERR
                       END-IF
                   ELSE
                       MOVE WS-SYM-PIECE(1:WS-SYM-PIECE-LEN)
                           TO WS-SYM-OUT-TEXT
                               (WS-SYM-OUT-PTR:WS-SYM-PIECE-LEN)
                       ADD WS-SYM-PIECE-LEN TO WS-SYM-OUT-PTR
                   END-IF
               END-IF
           END-PERFORM.

       0074-FIND-SYMBOL.
           MOVE 0 TO WS-SYM-FOUND
           PERFORM VARYING WS-SYM-IDX FROM 1 BY 1
                   UNTIL WS-SYM-IDX > WS-SYM-USED
                   OR WS-SYM-FOUND > 0
               IF WS-SYM-NAME(WS-SYM-IDX) = WS-SYM-REF
                   MOVE WS-SYM-IDX TO WS-SYM-FOUND
               END-IF
           END-PERFORM.

       0070-PARSE-CONTROL-KEYWORDS.
           MOVE SPACES TO WS-BATCH-CARD-VALUES
           MOVE 0 TO WS-XKW-USED
           MOVE 0 TO WS-CKW-USED
           MOVE SPACES TO WS-CKW-NAME-TAB
           MOVE SPACES TO WS-XKW-NAME-TAB
           MOVE SPACES TO WS-XKW-VALUE-TAB
           MOVE CONTROL-CARD-RECORD(3:78) TO WS-CARD-PARMS
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KW-NAME LEADING))
               TO WS-KW-NAME
           MOVE FUNCTION TRIM(WS-KW-VALUE LEADING) TO WS-KW-VALUE
           IF WS-KW-NAME NOT = SPACES AND WS-CKW-USED < 40
               ADD 1 TO WS-CKW-USED
               MOVE WS-KW-NAME TO WS-CKW-NAME(WS-CKW-USED)
           END-IF
           EVALUATE WS-KW-NAME
               WHEN 'OUT'
                   MOVE WS-KW-VALUE TO WS-BC-OUTNAME
                   MOVE WS-KW-VALUE TO WS-BC-KEYFROM
               WHEN 'KEYTO'
                   MOVE WS-KW-VALUE TO WS-BC-KEYTO
               WHEN 'REGEN'
                   MOVE FUNCTION UPPER-CASE(WS-KW-VALUE)
                       TO WS-BC-REGEN
               WHEN 'VERSION'
                   MOVE WS-KW-VALUE TO WS-BC-VERSION
               WHEN 'ACTION'
                   MOVE FUNCTION UPPER-CASE(WS-KW-VALUE)
                       TO WS-BC-ACTION
               WHEN 'GDG'
                   MOVE FUNCTION UPPER-CASE(WS-KW-VALUE)
                       TO WS-BC-GDG
               WHEN 'UTIL'
                   MOVE FUNCTION UPPER-CASE(WS-KW-VALUE)
                       TO WS-BC-UTIL
               WHEN 'INCLUDE'
                   MOVE WS-KW-VALUE TO WS-BC-INCLUDE
               WHEN 'OMIT'
                   MOVE WS-KW-VALUE TO WS-BC-OMIT
               WHEN 'SUM'
                   MOVE FUNCTION UPPER-CASE(WS-KW-VALUE)
                       TO WS-BC-SUM
               WHEN 'OUTREC'
                   MOVE FUNCTION UPPER-CASE(WS-KW-VALUE)
                       TO WS-BC-OUTREC
               WHEN 'OLDCPY'
                   MOVE WS-KW-VALUE TO WS-BC-OLDCPY
               WHEN 'NEWCPY'
                   MOVE WS-KW-VALUE TO WS-BC-NEWCPY
               WHEN 'RULES'
                   MOVE WS-KW-VALUE TO WS-BC-RULES
               WHEN 'UNMATCHED'
                   MOVE WS-KW-VALUE TO WS-BC-UNMATCHED
               WHEN 'KEEP'
                   MOVE FUNCTION UPPER-CASE(WS-KW-VALUE)
                       TO WS-BC-KEEP
               WHEN 'KEEPFIELD'
                   MOVE WS-KW-VALUE TO WS-BC-KEEPFIELD
               WHEN 'SELCARD'
                   MOVE FUNCTION UPPER-CASE(WS-KW-VALUE)
                       TO WS-BC-SELCARD
               WHEN 'REFFILE'
                   MOVE WS-KW-VALUE TO WS-BC-REFFILE
               WHEN 'DESCLEN'
                   MOVE WS-KW-VALUE TO WS-BC-DESCLEN
               WHEN 'MAXENT'
                   MOVE WS-KW-VALUE TO WS-BC-MAXENT
               WHEN 'TYPEFIELD'
                   MOVE WS-KW-VALUE TO WS-BC-TYPEFIELD
               WHEN 'RECFROM'
                   MOVE WS-KW-VALUE TO WS-BC-RECFROM
               WHEN 'RECTO'
                   MOVE WS-KW-VALUE TO WS-BC-RECTO
               WHEN 'ROUTE'
                   MOVE 1 TO WS-BC-ROUTE-IDX
                   PERFORM UNTIL WS-BC-ROUTE-IDX > 20
                           OR WS-BC-ROUTE(WS-BC-ROUTE-IDX) = SPACES
                       ADD 1 TO WS-BC-ROUTE-IDX
                   END-PERFORM
                   IF WS-BC-ROUTE-IDX > 20
                       DISPLAY 'More than 20 routes, route ignored: '
                           FUNCTION TRIM(WS-KW-VALUE)
                   ELSE
                       MOVE WS-KW-VALUE
                           TO WS-BC-ROUTE(WS-BC-ROUTE-IDX)
                   END-IF
               WHEN OTHER
                   IF WS-XKW-USED < 10
                       ADD 1 TO WS-XKW-USED
           IF WS-OUTPUT-FILENAME = SPACES
               MOVE WS-DEFAULT-FILENAME TO WS-OUTPUT-FILENAME
           END-IF.
           PERFORM 9950-CHECK-GEN-LOCK.

       0110-PROMPT-COPYBOOK-FILENAME.
           MOVE 'N' TO WS-OUTPUT-IS-JCL.
           IF WS-OUTPUT-FILENAME = SPACES
               MOVE WS-DEFAULT-FILENAME TO WS-OUTPUT-FILENAME
           END-IF.
           PERFORM 9950-CHECK-GEN-LOCK.

       0150-OPEN-SEQFILE-CHECKED.
           MOVE 'N' TO WS-GEN-OPEN-FAILED
           IF WS-LOCK-REFUSED = 'Y'
               MOVE 'N' TO WS-LOCK-REFUSED
               DISPLAY 'Nothing generated: member '
                   FUNCTION TRIM(WS-LOCK-MEMBER) ' is locked by '
                   WS-LOCK-HOLDER
               MOVE 'Y' TO WS-GEN-OPEN-FAILED
               ADD 1 TO WS-RUN-FAILURES
               PERFORM 0099-RECORD-FAILURE-LOCK
           ELSE
               OPEN OUTPUT SEQFILE
               IF WS-GEN-STATUS NOT = '00'
                   DISPLAY 'Unable to open ' WS-OUTPUT-FILENAME
                       ', file status ' WS-GEN-STATUS
                   MOVE 'Y' TO WS-GEN-OPEN-FAILED
                   ADD 1 TO WS-RUN-FAILURES
                   PERFORM 0093-RECORD-FAILURE-OUTPUT
               END-IF
           END-IF.

       0160-EXTEND-SEQFILE-CHECKED.
           MOVE WS-GENLOG-LINE TO GENLOG-LINE
           WRITE GENLOG-LINE
           CLOSE GENLOG
           IF WS-BATCH-MODE AND WS-SYM-CARD-USED = 'Y'
                   AND WS-SYM-LOGGED = 'N'
               PERFORM 0905-LOG-RESOLVED-CARD
           END-IF
           PERFORM 9000-CATALOG-GENERATION
           IF WS-MENU-CHOICE = '11'
               MOVE WS-OUTPUT-FILENAME TO WS-DICT-SRC
                   WHEN '28'
                   WHEN '34'
                   WHEN '37'
                   WHEN '43'
                   WHEN '47'
                   WHEN '48'
                   WHEN '51'
                   WHEN '52'
                   WHEN '53'
                       PERFORM 9310-WRITE-DICT-USES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-MENU-CHOICE = '19' OR WS-MENU-CHOICE = '20'
               PERFORM 9320-WRITE-DICT-TEMPLATE
           END-IF
           IF NOT WS-BATCH-MODE AND WS-PROF-CAPTURE = 'Y'
                   AND WS-CAPTURE-DONE = 'N'
                   AND NOT WS-PROJECT-MODE
               PERFORM 0970-CAPTURE-CONTROL-CARD
           END-IF.

       0905-LOG-RESOLVED-CARD.
           MOVE 'Y' TO WS-SYM-LOGGED
           PERFORM 0898-OPEN-GENLOG-EXTEND
           PERFORM VARYING WS-SYM-IDX FROM 1 BY 1
                   UNTIL WS-SYM-IDX > WS-SYM-CARD-LINES
               MOVE 1 TO WS-SYM-SET-PTR
               PERFORM UNTIL WS-SYM-SET-PTR > 78
                   MOVE SPACES TO WS-SYM-PAIR
                   UNSTRING WS-SYM-CARD-TEXT(WS-SYM-IDX)
                       DELIMITED BY ','
                       INTO WS-SYM-PAIR
                       WITH POINTER WS-SYM-SET-PTR
                   END-UNSTRING
                   IF WS-SYM-PAIR NOT = SPACES
                       PERFORM 0906-WRITE-RESOLVED-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE GENLOG.

       0906-WRITE-RESOLVED-PAIR.
           MOVE FUNCTION TRIM(WS-SYM-PAIR) TO WS-SYM-PAIR
           MOVE 1 TO WS-SYM-LOG-POS
           PERFORM UNTIL WS-SYM-LOG-POS > 40
                   OR WS-SYM-PAIR(WS-SYM-LOG-POS:) = SPACES
               MOVE SPACES TO WS-GENLOG-LINE
               STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD " "
                   WS-CDT-HH WS-CDT-MIN WS-CDT-SS " SYM "
                   WS-MENU-CHOICE " " WS-SYM-PAIR(WS-SYM-LOG-POS:39)
                   DELIMITED BY SIZE INTO WS-GENLOG-LINE
               ADD 1 TO WS-LOG-SEQ
               MOVE WS-OPERATOR-ID TO WS-GENLOG-LINE(66:8)
               MOVE WS-LOG-SEQ TO WS-GENLOG-LINE(75:4)
               MOVE WS-GENLOG-LINE TO GENLOG-LINE
               WRITE GENLOG-LINE
               ADD 39 TO WS-SYM-LOG-POS
           END-PERFORM.

       9300-WRITE-DICT-DEFS.
           PERFORM 9305-SET-FIELD-OFFSETS
           OPEN EXTEND DICT-FILE
           IF WS-STATUS-DICT NOT = '00'
               OPEN OUTPUT DICT-FILE
                       MOVE WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX)
                           TO DICT-RECORD(29:20)
                       MOVE WS-DICT-SRC TO DICT-RECORD(50:40)
                       MOVE WS-COPY-FIELD-OFFSET(WS-COPY-FIELD-IDX)
                           TO DICT-RECORD(91:5)
                       MOVE WS-COPY-FIELD-LENGTH(WS-COPY-FIELD-IDX)
                           TO DICT-RECORD(96:3)
                       WRITE DICT-RECORD
                   END-IF
               END-PERFORM
                           TO DICT-RECORD(26:10)
                       MOVE WS-OUTPUT-FILENAME
                           TO DICT-RECORD(37:40)
                       MOVE WS-LAYOUT-CPY TO DICT-RECORD(78:40)
                       WRITE DICT-RECORD
                   END-IF
               END-PERFORM
               CLOSE DICT-FILE
           END-IF.

       9320-WRITE-DICT-TEMPLATE.
           OPEN EXTEND DICT-FILE
           IF WS-STATUS-DICT NOT = '00'
               OPEN OUTPUT DICT-FILE
           END-IF
           IF WS-STATUS-DICT = '00'
               MOVE SPACES TO DICT-RECORD
               MOVE 'TPL' TO DICT-RECORD(1:3)
               MOVE WS-FILENAME-PREFIX TO DICT-RECORD(26:10)
               MOVE WS-TEMPLATE-FILENAME TO DICT-RECORD(37:40)
               WRITE DICT-RECORD
               CLOSE DICT-FILE
           END-IF.

       9500-DICT-INQUIRY.
           DISPLAY 'Data dictionary inquiry...'
           MOVE SPACES TO WS-DICT-FIELD
           IF NOT WS-BATCH-MODE
               ACCEPT DICT-INQUIRY-SCREEN
           ELSE
                       DISPLAY '  Used by member '
                           WS-DICT-WORK(26:10) ' in '
                           FUNCTION TRIM(WS-DICT-WORK(37:40))
                       IF WS-DICT-WORK(78:40) NOT = SPACES
                           DISPLAY '    built from '
                               FUNCTION TRIM(WS-DICT-WORK(78:40))
                       END-IF
                   END-IF
               END-IF
           END-IF.

       9305-SET-FIELD-OFFSETS.
           MOVE 1 TO WS-FO-NEXT
           MOVE 0 TO WS-FO-RDF-LVL
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               IF WS-COPY-FIELD-LEVEL(WS-COPY-FIELD-IDX)(2:1)
                       IS NUMERIC
                   MOVE WS-COPY-FIELD-LEVEL(WS-COPY-FIELD-IDX)
                       TO WS-FO-LVL
               ELSE
                   MOVE 0 TO WS-FO-LVL
                   MOVE WS-COPY-FIELD-LEVEL(WS-COPY-FIELD-IDX)(1:1)
                       TO WS-FO-LVL(2:1)
               END-IF
               IF WS-FO-RDF-LVL > 0
                       AND WS-FO-LVL NOT > WS-FO-RDF-LVL
                   MOVE WS-FO-SAVE-NEXT TO WS-FO-NEXT
                   MOVE 0 TO WS-FO-RDF-LVL
               END-IF
               IF WS-COPY-FIELD-REDEF(WS-COPY-FIELD-IDX) NOT = SPACES
                       AND WS-FO-RDF-LVL = 0
                   MOVE WS-FO-NEXT TO WS-FO-SAVE-NEXT
                   MOVE WS-FO-LVL TO WS-FO-RDF-LVL
                   PERFORM VARYING WS-FO-IDX FROM 1 BY 1
                           UNTIL WS-FO-IDX NOT < WS-COPY-FIELD-IDX
                       IF WS-COPY-FIELD-NAME(WS-FO-IDX) =
                               WS-COPY-FIELD-REDEF(WS-COPY-FIELD-IDX)
                           MOVE WS-COPY-FIELD-OFFSET(WS-FO-IDX)
                               TO WS-FO-NEXT
                       END-IF
                   END-PERFORM
               END-IF
               MOVE WS-FO-NEXT
                   TO WS-COPY-FIELD-OFFSET(WS-COPY-FIELD-IDX)
               PERFORM 1816-COMPUTE-FIELD-WIDTH
               MOVE WS-TD-WIDTH
                   TO WS-COPY-FIELD-LENGTH(WS-COPY-FIELD-IDX)
               ADD WS-TD-WIDTH TO WS-FO-NEXT
           END-PERFORM.

       9600-COPYBOOK-IMPACT.
           DISPLAY 'Copybook change impact analysis...'
           MOVE SPACES TO WS-IMP-CPY
           MOVE SPACES TO WS-IMP-REGEN
           IF NOT WS-BATCH-MODE
               ACCEPT IMPACT-SCREEN
           END-IF
           IF WS-IMP-CPY = SPACES
               MOVE WS-BC-CPY TO WS-IMP-CPY
           END-IF
           IF WS-IMP-CPY = SPACES
               DISPLAY 'No copybook named, nothing analysed.'
           ELSE
               PERFORM 9610-LOAD-OLD-LAYOUT
               MOVE WS-IMP-CPY TO WS-LAYOUT-CPY
               PERFORM 0530-LOAD-COPYBOOK-LAYOUT
               IF WS-USE-LAYOUT NOT = 'Y'
                   DISPLAY 'Impact analysis abandoned.'
                   IF WS-BATCH-MODE
                       ADD 1 TO WS-RUN-FAILURES
                       PERFORM 0097-RECORD-FAILURE-COPYBOOK
                   END-IF
               ELSE
                   PERFORM 9620-FIND-USING-MEMBERS
                   PERFORM 9630-READ-CURRENT-VERSIONS
                   PERFORM 9640-WRITE-IMPACT-REPORT
                   IF WS-IMP-MEM-COUNT > 0
                       PERFORM 9650-CONFIRM-REGENERATION
                   END-IF
               END-IF
           END-IF.

       9610-LOAD-OLD-LAYOUT.
           MOVE 0 TO WS-IMP-OLD-COUNT
           MOVE SPACES TO WS-IMP-OLD-TAB
           MOVE 'N' TO WS-IMP-SET-OPEN
           MOVE 'N' TO WS-EOF-DICT
           OPEN INPUT DICT-FILE
           IF WS-STATUS-DICT = '00'
               PERFORM UNTIL WS-EOF-DICT = 'Y'
                   READ DICT-FILE INTO WS-DICT-WORK
                       AT END
                           MOVE 'Y' TO WS-EOF-DICT
                       NOT AT END
                           PERFORM 9615-NOTE-OLD-DEFINITION
                   END-READ
               END-PERFORM
               CLOSE DICT-FILE
           END-IF.

       9615-NOTE-OLD-DEFINITION.
           IF WS-DICT-WORK(1:3) = 'DEF'
                   AND WS-DICT-WORK(50:40) = WS-IMP-CPY
               IF WS-IMP-SET-OPEN = 'N'
                   MOVE 0 TO WS-IMP-OLD-COUNT
                   MOVE SPACES TO WS-IMP-OLD-TAB
                   MOVE 'Y' TO WS-IMP-SET-OPEN
               END-IF
               IF WS-IMP-OLD-COUNT < 40
                   ADD 1 TO WS-IMP-OLD-COUNT
                   MOVE WS-DICT-WORK(5:20)
                       TO WS-IMP-OLD-NAME(WS-IMP-OLD-COUNT)
                   MOVE WS-DICT-WORK(29:20)
                       TO WS-IMP-OLD-PIC(WS-IMP-OLD-COUNT)
                   MOVE WS-DICT-WORK(91:5)
                       TO WS-IMP-OLD-OFF(WS-IMP-OLD-COUNT)
                   MOVE WS-DICT-WORK(96:3)
                       TO WS-IMP-OLD-LEN(WS-IMP-OLD-COUNT)
               END-IF
           ELSE
               MOVE 'N' TO WS-IMP-SET-OPEN
           END-IF.

       9620-FIND-USING-MEMBERS.
           MOVE 0 TO WS-IMP-MEM-COUNT
           MOVE 'N' TO WS-EOF-DICT
           OPEN INPUT DICT-FILE
           IF WS-STATUS-DICT = '00'
               PERFORM UNTIL WS-EOF-DICT = 'Y'
                   READ DICT-FILE INTO WS-DICT-WORK
                       AT END
                           MOVE 'Y' TO WS-EOF-DICT
                       NOT AT END
                           IF WS-DICT-WORK(1:3) = 'USE'
                               PERFORM 9625-NOTE-USING-MEMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DICT-FILE
           END-IF.

       9625-NOTE-USING-MEMBER.
           MOVE 0 TO WS-IMP-FOUND
           IF WS-DICT-WORK(78:40) = WS-IMP-CPY
               PERFORM 9626-MATCH-USED-FIELD
           END-IF
           IF WS-IMP-FOUND > 0
               MOVE 0 TO WS-IMP-MEM-IDX
               PERFORM VARYING WS-FO-IDX FROM 1 BY 1
                       UNTIL WS-FO-IDX > WS-IMP-MEM-COUNT
                   IF WS-IMP-MEM-NAME(WS-FO-IDX) = WS-DICT-WORK(26:10)
                       MOVE WS-FO-IDX TO WS-IMP-MEM-IDX
                   END-IF
               END-PERFORM
               IF WS-IMP-MEM-IDX = 0 AND WS-IMP-MEM-COUNT < 50
                   ADD 1 TO WS-IMP-MEM-COUNT
                   MOVE WS-DICT-WORK(26:10)
                       TO WS-IMP-MEM-NAME(WS-IMP-MEM-COUNT)
                   MOVE 0 TO WS-IMP-MEM-VERSION(WS-IMP-MEM-COUNT)
                   MOVE SPACES TO WS-IMP-MEM-OPTION(WS-IMP-MEM-COUNT)
                   MOVE SPACES TO WS-IMP-MEM-PARMS(WS-IMP-MEM-COUNT)
                   MOVE 0 TO WS-IMP-MEM-NEWVER(WS-IMP-MEM-COUNT)
                   MOVE 'N' TO WS-IMP-MEM-MANUAL(WS-IMP-MEM-COUNT)
               END-IF
           END-IF.

       9626-MATCH-USED-FIELD.
           IF WS-IMP-OLD-COUNT > 0
               PERFORM VARYING WS-FO-IDX FROM 1 BY 1
                       UNTIL WS-FO-IDX > WS-IMP-OLD-COUNT
                   IF WS-IMP-OLD-NAME(WS-FO-IDX) = WS-DICT-WORK(5:20)
                       MOVE WS-FO-IDX TO WS-IMP-FOUND
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-FO-IDX FROM 1 BY 1
                       UNTIL WS-FO-IDX > WS-COPY-FIELD-COUNT
                   IF WS-COPY-FIELD-NAME(WS-FO-IDX)
                           = WS-DICT-WORK(5:20)
                       MOVE WS-FO-IDX TO WS-IMP-FOUND
                   END-IF
               END-PERFORM
           END-IF.

       9630-READ-CURRENT-VERSIONS.
           PERFORM 9010-OPEN-CATALOG
           IF WS-CATALOG-OK = 'Y'
               PERFORM VARYING WS-IMP-MEM-IDX FROM 1 BY 1
                       UNTIL WS-IMP-MEM-IDX > WS-IMP-MEM-COUNT
                   PERFORM 9632-FIND-CURRENT-VERSION
                   MOVE WS-CAT-LAST
                       TO WS-IMP-MEM-VERSION(WS-IMP-MEM-IDX)
                   MOVE WS-IMP-CUR-OPTION
                       TO WS-IMP-MEM-OPTION(WS-IMP-MEM-IDX)
                   MOVE WS-IMP-CUR-PARMS
                       TO WS-IMP-MEM-PARMS(WS-IMP-MEM-IDX)
                   PERFORM 9634-CHECK-SPEC-HELD
               END-PERFORM
               CLOSE GEN-CATALOG
           END-IF.

       9632-FIND-CURRENT-VERSION.
           MOVE 0 TO WS-CAT-LAST
           MOVE SPACES TO WS-IMP-CUR-OPTION
           MOVE SPACES TO WS-IMP-CUR-PARMS
           MOVE WS-IMP-MEM-NAME(WS-IMP-MEM-IDX) TO CAT-MEMBER
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
                               WS-IMP-MEM-NAME(WS-IMP-MEM-IDX)
                           MOVE 'Y' TO WS-EOF-CATALOG
                       ELSE
                           MOVE CAT-VERSION TO WS-CAT-LAST
                           MOVE CAT-OPTION TO WS-IMP-CUR-OPTION
                           MOVE CAT-PARMS TO WS-IMP-CUR-PARMS
                       END-IF
               END-READ
           END-PERFORM.

       9634-CHECK-SPEC-HELD.
           MOVE 'N' TO WS-IMP-MEM-MANUAL(WS-IMP-MEM-IDX)
           EVALUATE WS-IMP-MEM-OPTION(WS-IMP-MEM-IDX)
               WHEN '1 '
               WHEN '19'
               WHEN '21'
               WHEN '27'
               WHEN '28'
               WHEN '37'
               WHEN '43'
               WHEN '47'
               WHEN '48'
               WHEN '51'
               WHEN '53'
                   MOVE 'Y' TO WS-IMP-MEM-MANUAL(WS-IMP-MEM-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       9640-WRITE-IMPACT-REPORT.
           MOVE 0 TO WS-IMP-ADDED
           MOVE 0 TO WS-IMP-REMOVED
           MOVE 0 TO WS-IMP-MOVED
           MOVE 0 TO WS-IMP-CHANGED
           MOVE 'GENIMPCT.TXT' TO WS-ARCH-FILENAME
           OPEN OUTPUT ARCHIVE-FILE
           IF WS-STATUS-ARCHIVE NOT = '00'
               DISPLAY 'Unable to write GENIMPCT.TXT, status '
                   WS-STATUS-ARCHIVE
           ELSE
               MOVE 'COPYBOOK CHANGE IMPACT REPORT' TO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CDT-TIME FROM TIME
               MOVE SPACES TO ARCHIVE-LINE
               STRING 'Copybook ' FUNCTION TRIM(WS-IMP-CPY)
                   ' analysed ' WS-CDT-DATE ' ' WS-CDT-TIME(1:6)
                   ' by ' WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               IF WS-IMP-OLD-COUNT = 0
                   MOVE SPACES TO ARCHIVE-LINE
                   STRING 'No earlier definition in GENDICT.TXT;'
                       ' every field is reported as added.'
                       DELIMITED BY SIZE INTO ARCHIVE-LINE
                   WRITE ARCHIVE-LINE
               END-IF
               MOVE SPACES TO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               MOVE 'FIELD CHANGES' TO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               PERFORM VARYING WS-IMP-OLD-IDX FROM 1 BY 1
                       UNTIL WS-IMP-OLD-IDX > WS-IMP-OLD-COUNT
                   PERFORM 9642-COMPARE-OLD-FIELD
               END-PERFORM
               PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                       UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
                   PERFORM 9644-CHECK-ADDED-FIELD
               END-PERFORM
               IF WS-IMP-ADDED = 0 AND WS-IMP-REMOVED = 0
                       AND WS-IMP-MOVED = 0 AND WS-IMP-CHANGED = 0
                   MOVE '  NO FIELD CHANGES' TO ARCHIVE-LINE
                   WRITE ARCHIVE-LINE
               END-IF
               MOVE SPACES TO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               MOVE 'AFFECTED MEMBERS' TO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               PERFORM VARYING WS-IMP-MEM-IDX FROM 1 BY 1
                       UNTIL WS-IMP-MEM-IDX > WS-IMP-MEM-COUNT
                   PERFORM 9646-LIST-AFFECTED-MEMBER
               END-PERFORM
               IF WS-IMP-MEM-COUNT = 0
                   MOVE '  NO MEMBERS RECORDED AS USING THIS LAYOUT'
                       TO ARCHIVE-LINE
                   WRITE ARCHIVE-LINE
               END-IF
               MOVE SPACES TO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               MOVE SPACES TO ARCHIVE-LINE
               STRING 'FIELDS ADDED: ' WS-IMP-ADDED
                   '  REMOVED: ' WS-IMP-REMOVED
                   '  MOVED: ' WS-IMP-MOVED
                   '  CHANGED: ' WS-IMP-CHANGED
                   DELIMITED BY SIZE INTO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               MOVE SPACES TO ARCHIVE-LINE
               STRING 'MEMBERS AFFECTED: ' WS-IMP-MEM-COUNT
                   DELIMITED BY SIZE INTO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               CLOSE ARCHIVE-FILE
               DISPLAY 'Fields added:     ' WS-IMP-ADDED
               DISPLAY 'Fields removed:   ' WS-IMP-REMOVED
               DISPLAY 'Fields moved:     ' WS-IMP-MOVED
               DISPLAY 'Fields changed:   ' WS-IMP-CHANGED
               DISPLAY 'Members affected: ' WS-IMP-MEM-COUNT
               DISPLAY 'Report written to GENIMPCT.TXT'
           END-IF.

       9642-COMPARE-OLD-FIELD.
           MOVE 0 TO WS-IMP-FOUND
           PERFORM VARYING WS-FO-IDX FROM 1 BY 1
                   UNTIL WS-FO-IDX > WS-COPY-FIELD-COUNT
               IF WS-COPY-FIELD-NAME(WS-FO-IDX) =
                       WS-IMP-OLD-NAME(WS-IMP-OLD-IDX)
                   MOVE WS-FO-IDX TO WS-IMP-FOUND
               END-IF
           END-PERFORM
           MOVE SPACES TO ARCHIVE-LINE
           IF WS-IMP-FOUND = 0
               ADD 1 TO WS-IMP-REMOVED
               STRING '  REMOVED  ' WS-IMP-OLD-NAME(WS-IMP-OLD-IDX)
                   ' OFFSET ' WS-IMP-OLD-OFF(WS-IMP-OLD-IDX)
                   ' LENGTH ' WS-IMP-OLD-LEN(WS-IMP-OLD-IDX)
                   ' PIC ' WS-IMP-OLD-PIC(WS-IMP-OLD-IDX)
                   DELIMITED BY SIZE INTO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
           ELSE
               MOVE WS-COPY-FIELD-OFFSET(WS-IMP-FOUND)
                   TO WS-IMP-NEW-OFF
               MOVE WS-COPY-FIELD-LENGTH(WS-IMP-FOUND)
                   TO WS-IMP-NEW-LEN
               EVALUATE TRUE
                   WHEN WS-IMP-OLD-OFF(WS-IMP-OLD-IDX) NOT = SPACES
                           AND (WS-IMP-OLD-OFF(WS-IMP-OLD-IDX)
                               NOT = WS-IMP-NEW-OFF
                           OR WS-IMP-OLD-LEN(WS-IMP-OLD-IDX)
                               NOT = WS-IMP-NEW-LEN)
                       ADD 1 TO WS-IMP-MOVED
                       STRING '  MOVED    '
                           WS-IMP-OLD-NAME(WS-IMP-OLD-IDX)
                           ' OFFSET ' WS-IMP-OLD-OFF(WS-IMP-OLD-IDX)
                           ' TO ' WS-IMP-NEW-OFF
                           ' LENGTH ' WS-IMP-OLD-LEN(WS-IMP-OLD-IDX)
                           ' TO ' WS-IMP-NEW-LEN
                           DELIMITED BY SIZE INTO ARCHIVE-LINE
                       WRITE ARCHIVE-LINE
                   WHEN WS-IMP-OLD-PIC(WS-IMP-OLD-IDX) NOT =
                           WS-COPY-FIELD-PIC(WS-IMP-FOUND)
                       ADD 1 TO WS-IMP-CHANGED
                       STRING '  CHANGED  '
                           WS-IMP-OLD-NAME(WS-IMP-OLD-IDX)
                           ' PIC ' WS-IMP-OLD-PIC(WS-IMP-OLD-IDX)
                           ' TO ' WS-COPY-FIELD-PIC(WS-IMP-FOUND)
                           DELIMITED BY SIZE INTO ARCHIVE-LINE
                       WRITE ARCHIVE-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       9644-CHECK-ADDED-FIELD.
           MOVE 0 TO WS-IMP-FOUND
           PERFORM VARYING WS-FO-IDX FROM 1 BY 1
                   UNTIL WS-FO-IDX > WS-IMP-OLD-COUNT
               IF WS-IMP-OLD-NAME(WS-FO-IDX) =
                       WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX)
                   MOVE WS-FO-IDX TO WS-IMP-FOUND
               END-IF
           END-PERFORM
           IF WS-IMP-FOUND = 0
                   AND WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX)
                       NOT = SPACES
               ADD 1 TO WS-IMP-ADDED
               MOVE SPACES TO ARCHIVE-LINE
               STRING '  ADDED    '
                   WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX)
                   ' OFFSET ' WS-COPY-FIELD-OFFSET(WS-COPY-FIELD-IDX)
                   ' LENGTH ' WS-COPY-FIELD-LENGTH(WS-COPY-FIELD-IDX)
                   ' PIC ' WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX)
                   DELIMITED BY SIZE INTO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
           END-IF.

       9646-LIST-AFFECTED-MEMBER.
           MOVE SPACES TO ARCHIVE-LINE
           IF WS-IMP-MEM-VERSION(WS-IMP-MEM-IDX) = 0
               STRING '  ' WS-IMP-MEM-NAME(WS-IMP-MEM-IDX)
                   ' NOT CATALOGUED, CANNOT BE REGENERATED'
                   DELIMITED BY SIZE INTO ARCHIVE-LINE
           ELSE
               STRING '  ' WS-IMP-MEM-NAME(WS-IMP-MEM-IDX)
                   ' V' WS-IMP-MEM-VERSION(WS-IMP-MEM-IDX)
                   ' OPT ' WS-IMP-MEM-OPTION(WS-IMP-MEM-IDX)
                   ' PARMS ' WS-IMP-MEM-PARMS(WS-IMP-MEM-IDX)
                   DELIMITED BY SIZE INTO ARCHIVE-LINE
               IF WS-IMP-MEM-MANUAL(WS-IMP-MEM-IDX) = 'Y'
                   MOVE 'MANUAL' TO ARCHIVE-LINE(55:6)
               END-IF
           END-IF
           WRITE ARCHIVE-LINE.

       9650-CONFIRM-REGENERATION.
           IF WS-BATCH-MODE
               MOVE WS-BC-REGEN TO WS-IMP-REGEN
           ELSE
               ACCEPT IMPACT-REGEN-SCREEN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-IMP-REGEN) TO WS-IMP-REGEN
           IF WS-IMP-REGEN(1:1) = 'Y'
               PERFORM 9660-REGENERATE-MEMBERS
           ELSE
               DISPLAY 'Affected members listed only;'
                   ' nothing regenerated.'
           END-IF.

       9660-REGENERATE-MEMBERS.
           MOVE WS-BATCH-SWITCH TO WS-IMP-SAVE-BATCH
           MOVE 0 TO WS-IMP-REGEN-DONE
           PERFORM VARYING WS-IMP-MEM-IDX FROM 1 BY 1
                   UNTIL WS-IMP-MEM-IDX > WS-IMP-MEM-COUNT
               IF WS-IMP-MEM-VERSION(WS-IMP-MEM-IDX) > 0
                       AND WS-IMP-MEM-MANUAL(WS-IMP-MEM-IDX) = 'N'
                   PERFORM 9665-REGENERATE-ONE-MEMBER
               END-IF
               IF WS-IMP-MEM-MANUAL(WS-IMP-MEM-IDX) = 'Y'
                   DISPLAY 'Member '
                       FUNCTION TRIM(WS-IMP-MEM-NAME(WS-IMP-MEM-IDX))
                       ' (option ' WS-IMP-MEM-OPTION(WS-IMP-MEM-IDX)
                       ') needs manual regeneration.'
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-IMP-REGEN-MEMBER
           MOVE WS-IMP-SAVE-BATCH TO WS-BATCH-SWITCH
           IF NOT WS-BATCH-MODE
               MOVE SPACES TO WS-BATCH-CARD-VALUES
           END-IF
           PERFORM 9010-OPEN-CATALOG
           IF WS-CATALOG-OK = 'Y'
               PERFORM VARYING WS-IMP-MEM-IDX FROM 1 BY 1
                       UNTIL WS-IMP-MEM-IDX > WS-IMP-MEM-COUNT
                   PERFORM 9632-FIND-CURRENT-VERSION
                   IF WS-CAT-LAST > WS-IMP-MEM-VERSION(WS-IMP-MEM-IDX)
                       MOVE WS-CAT-LAST
                           TO WS-IMP-MEM-NEWVER(WS-IMP-MEM-IDX)
                   END-IF
               END-PERFORM
               CLOSE GEN-CATALOG
           END-IF
           PERFORM 9670-APPEND-REGEN-RESULTS
           DISPLAY 'Members regenerated: ' WS-IMP-REGEN-DONE.

       9665-REGENERATE-ONE-MEMBER.
           MOVE SPACES TO WS-BATCH-CARD-VALUES
           MOVE WS-IMP-CPY TO WS-BC-CPY
           EVALUATE WS-IMP-MEM-OPTION(WS-IMP-MEM-IDX)
               WHEN '5 '
               WHEN '6 '
               WHEN '7 '
               WHEN '8 '
               WHEN '22'
               WHEN '23'
               WHEN '34'
               WHEN '46'
               WHEN '49'
                   MOVE WS-IMP-MEM-PARMS(WS-IMP-MEM-IDX)
                       TO WS-BC-TABLE
               WHEN '17'
               WHEN '36'
               WHEN '38'
                   MOVE WS-IMP-MEM-PARMS(WS-IMP-MEM-IDX)
                       TO WS-BC-KEYFIELD
               WHEN '4 '
                   MOVE WS-IMP-MEM-PARMS(WS-IMP-MEM-IDX)(7:1)
                       TO WS-BC-MERGE
               WHEN '9 '
               WHEN '10'
                   MOVE WS-IMP-MEM-PARMS(WS-IMP-MEM-IDX)
                       TO WS-BC-SUBNAME
               WHEN '52'
                   MOVE WS-IMP-MEM-PARMS(WS-IMP-MEM-IDX)
                       TO WS-BC-TABLE
               WHEN OTHER
                   MOVE WS-IMP-MEM-PARMS(WS-IMP-MEM-IDX)
                       TO WS-BC-INFILE
           END-EVALUATE
           DISPLAY 'Regenerating '
               FUNCTION TRIM(WS-IMP-MEM-NAME(WS-IMP-MEM-IDX))
               ' from V' WS-IMP-MEM-VERSION(WS-IMP-MEM-IDX)
               ', option ' WS-IMP-MEM-OPTION(WS-IMP-MEM-IDX)
           MOVE WS-IMP-MEM-NAME(WS-IMP-MEM-IDX) TO WS-IMP-REGEN-MEMBER
           SET WS-BATCH-MODE TO TRUE
           MOVE WS-RUN-GENERATED TO WS-IMP-GEN-BEFORE
           MOVE WS-IMP-MEM-OPTION(WS-IMP-MEM-IDX) TO WS-CHOICE
           PERFORM 0000-DISPATCH-CHOICE
           IF WS-RUN-GENERATED > WS-IMP-GEN-BEFORE
               ADD 1 TO WS-IMP-REGEN-DONE
           END-IF.

       9670-APPEND-REGEN-RESULTS.
           MOVE 'GENIMPCT.TXT' TO WS-ARCH-FILENAME
           OPEN EXTEND ARCHIVE-FILE
           IF WS-STATUS-ARCHIVE = '00'
               MOVE SPACES TO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               MOVE 'REGENERATION' TO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               PERFORM VARYING WS-IMP-MEM-IDX FROM 1 BY 1
                       UNTIL WS-IMP-MEM-IDX > WS-IMP-MEM-COUNT
                   MOVE SPACES TO ARCHIVE-LINE
                   EVALUATE TRUE
                       WHEN WS-IMP-MEM-VERSION(WS-IMP-MEM-IDX) = 0
                           STRING '  '
                               WS-IMP-MEM-NAME(WS-IMP-MEM-IDX)
                               ' SKIPPED, NOT CATALOGUED'
                               DELIMITED BY SIZE INTO ARCHIVE-LINE
                       WHEN WS-IMP-MEM-MANUAL(WS-IMP-MEM-IDX) = 'Y'
                           STRING '  '
                               WS-IMP-MEM-NAME(WS-IMP-MEM-IDX)
                               ' V' WS-IMP-MEM-VERSION(WS-IMP-MEM-IDX)
                               ' OPT ' WS-IMP-MEM-OPTION(WS-IMP-MEM-IDX)
                               ' MANUAL REGENERATION REQUIRED,'
                               ' CARD SPEC NOT HELD IN CATALOG'
                               DELIMITED BY SIZE INTO ARCHIVE-LINE
                       WHEN WS-IMP-MEM-NEWVER(WS-IMP-MEM-IDX) = 0
                           STRING '  '
                               WS-IMP-MEM-NAME(WS-IMP-MEM-IDX)
                               ' V' WS-IMP-MEM-VERSION(WS-IMP-MEM-IDX)
                               ' NOT REGENERATED'
                               DELIMITED BY SIZE INTO ARCHIVE-LINE
                       WHEN OTHER
                           STRING '  '
                               WS-IMP-MEM-NAME(WS-IMP-MEM-IDX)
                               ' V' WS-IMP-MEM-VERSION(WS-IMP-MEM-IDX)
                               ' REGENERATED AS V'
                               WS-IMP-MEM-NEWVER(WS-IMP-MEM-IDX)
                               DELIMITED BY SIZE INTO ARCHIVE-LINE
                   END-EVALUATE
                   WRITE ARCHIVE-LINE
               END-PERFORM
               MOVE SPACES TO ARCHIVE-LINE
               STRING 'MEMBERS REGENERATED: ' WS-IMP-REGEN-DONE
                   DELIMITED BY SIZE INTO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               CLOSE ARCHIVE-FILE
           END-IF.

       9700-PROMOTION-LIFECYCLE.
           DISPLAY 'Catalog version status and promotion...'
           MOVE SPACES TO WS-CAT-MEMBER
           MOVE SPACES TO WS-PRM-VERSION-IN
           MOVE SPACES TO WS-PRM-ACTION
           IF NOT WS-BATCH-MODE
               ACCEPT PROMOTE-SCREEN
           ELSE
               MOVE WS-BC-MEMBER TO WS-CAT-MEMBER
               MOVE WS-BC-VERSION TO WS-PRM-VERSION-IN
               MOVE WS-BC-ACTION TO WS-PRM-ACTION
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CAT-MEMBER) TO WS-CAT-MEMBER
           MOVE FUNCTION UPPER-CASE(WS-PRM-ACTION) TO WS-PRM-ACTION
           EVALUATE WS-PRM-ACTION(1:1)
               WHEN 'T'
                   MOVE 'T' TO WS-PRM-NEW-STATUS
               WHEN 'A'
                   MOVE 'A' TO WS-PRM-NEW-STATUS
               WHEN 'P'
                   MOVE 'P' TO WS-PRM-NEW-STATUS
               WHEN OTHER
                   MOVE SPACE TO WS-PRM-NEW-STATUS
           END-EVALUATE
           IF WS-CAT-MEMBER = SPACES OR WS-PRM-NEW-STATUS = SPACE
               DISPLAY 'A member and an action (TEST, APPROVE or'
                   ' PROMOTE) are required.'
               PERFORM 9795-COUNT-PROMOTION-FAILURE
           ELSE
               PERFORM 9010-OPEN-CATALOG
               IF WS-CATALOG-OK = 'Y'
                   PERFORM 9710-LOCATE-VERSION
                   IF WS-PRM-VERSION = 0
                       DISPLAY 'No such catalogued version of '
                           FUNCTION TRIM(WS-CAT-MEMBER)
                       PERFORM 9795-COUNT-PROMOTION-FAILURE
                   ELSE
                       PERFORM 9720-APPLY-STATUS-CHANGE
                   END-IF
                   CLOSE GEN-CATALOG
               END-IF
           END-IF.

       9710-LOCATE-VERSION.
           MOVE 0 TO WS-CAT-LAST
           MOVE 0 TO WS-PRM-PROD-VER
           MOVE 0 TO WS-PRM-VERSION
           MOVE WS-CAT-MEMBER TO CAT-MEMBER
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
                       IF CAT-MEMBER NOT = WS-CAT-MEMBER
                           MOVE 'Y' TO WS-EOF-CATALOG
                       ELSE
                           MOVE CAT-VERSION TO WS-CAT-LAST
                           IF CAT-STATUS = 'P'
                               MOVE CAT-VERSION TO WS-PRM-PROD-VER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRM-VERSION-IN = SPACES
               MOVE WS-CAT-LAST TO WS-PRM-VERSION
           ELSE
               MOVE WS-PRM-VERSION-IN TO WS-VAL-TOKEN
               PERFORM 0081-CHECK-NUMERIC-TOKEN
               IF WS-VAL-NUM-OK = 'Y'
                   COMPUTE WS-PRM-VERSION =
                       FUNCTION NUMVAL(WS-PRM-VERSION-IN)
               END-IF
           END-IF
           IF WS-PRM-VERSION > 0
               MOVE WS-CAT-MEMBER TO CAT-MEMBER
               MOVE WS-PRM-VERSION TO CAT-VERSION
               READ GEN-CATALOG
                   INVALID KEY
                       MOVE 0 TO WS-PRM-VERSION
               END-READ
           END-IF.

       9720-APPLY-STATUS-CHANGE.
           MOVE CAT-STATUS TO WS-PRM-OLD-STATUS
           IF WS-PRM-OLD-STATUS = SPACE
               MOVE 'G' TO WS-PRM-OLD-STATUS
           END-IF
           MOVE 'Y' TO WS-PRM-ALLOWED
           EVALUATE WS-PRM-NEW-STATUS
               WHEN 'T'
                   IF WS-PRM-OLD-STATUS NOT = 'G'
                           AND WS-PRM-OLD-STATUS NOT = 'T'
                       MOVE 'N' TO WS-PRM-ALLOWED
                   END-IF
               WHEN 'A'
                   IF WS-PRM-OLD-STATUS NOT = 'T'
                       MOVE 'N' TO WS-PRM-ALLOWED
                   END-IF
               WHEN 'P'
                   IF WS-PRM-OLD-STATUS NOT = 'A'
                       MOVE 'N' TO WS-PRM-ALLOWED
                   END-IF
           END-EVALUATE
           MOVE WS-PRM-OLD-STATUS TO WS-PRM-STATUS-CODE
           PERFORM 9780-SET-STATUS-WORD
           IF WS-PRM-ALLOWED = 'N'
               DISPLAY FUNCTION TRIM(CAT-MEMBER) ' V' CAT-VERSION
                   ' is ' FUNCTION TRIM(WS-PRM-STATUS-WORD)
                   '; versions move GENERATED, TESTED, APPROVED,'
                   ' PROMOTED in that order.'
               PERFORM 9795-COUNT-PROMOTION-FAILURE
           ELSE
               ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CDT-TIME FROM TIME
               MOVE 'Y' TO WS-PRM-COPY-OK
               EVALUATE WS-PRM-NEW-STATUS
                   WHEN 'A'
                       MOVE WS-OPERATOR-ID TO CAT-APPROVER
                       MOVE WS-CDT-DATE TO CAT-APPROVE-DATE
                   WHEN 'P'
                       PERFORM 9730-COPY-TO-PRODUCTION
                       MOVE WS-CDT-DATE TO CAT-PROMOTE-DATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-PRM-COPY-OK = 'N'
                   PERFORM 9795-COUNT-PROMOTION-FAILURE
               ELSE
                   MOVE WS-PRM-NEW-STATUS TO CAT-STATUS
                   REWRITE CATALOG-RECORD
                       INVALID KEY
                           DISPLAY 'Catalog rewrite failed, status '
                               WS-STATUS-CATALOG
                           MOVE 'N' TO WS-PRM-COPY-OK
                   END-REWRITE
                   IF WS-PRM-COPY-OK = 'Y'
                       MOVE WS-PRM-NEW-STATUS TO WS-PRM-STATUS-CODE
                       PERFORM 9780-SET-STATUS-WORD
                       DISPLAY FUNCTION TRIM(CAT-MEMBER) ' V'
                           CAT-VERSION ' is now '
                           FUNCTION TRIM(WS-PRM-STATUS-WORD)
                       PERFORM 9760-LOG-STATUS-CHANGE
                       IF WS-PRM-NEW-STATUS = 'P'
                           PERFORM 9750-WRITE-PROMOTION-RECORD
                           PERFORM 9740-DEMOTE-PRIOR-PRODUCTION
                       END-IF
                   ELSE
                       PERFORM 9795-COUNT-PROMOTION-FAILURE
                   END-IF
               END-IF
           END-IF.

       9730-COPY-TO-PRODUCTION.
           MOVE 'N' TO WS-PRM-COPY-OK
           MOVE SPACES TO WS-TEMPLATE-FILENAME
           STRING 'GENARCH-' FUNCTION TRIM(CAT-MEMBER)
               '-' CAT-VERSION '.src'
               DELIMITED BY SIZE INTO WS-TEMPLATE-FILENAME
           MOVE SPACES TO WS-PRM-PROD-NAME
           STRING FUNCTION TRIM(WS-PROF-PRODLIB) '.'
               FUNCTION TRIM(CAT-MEMBER)
               DELIMITED BY SIZE INTO WS-PRM-PROD-NAME
           MOVE 'N' TO WS-EOF-TEMPLATE
           OPEN INPUT TEMPLATE-FILE
           IF WS-STATUS-TEMPLATE NOT = '00'
               DISPLAY 'Archived source '
                   FUNCTION TRIM(WS-TEMPLATE-FILENAME)
                   ' unavailable, status ' WS-STATUS-TEMPLATE
           ELSE
               MOVE WS-PRM-PROD-NAME TO WS-ARCH-FILENAME
               OPEN OUTPUT ARCHIVE-FILE
               IF WS-STATUS-ARCHIVE NOT = '00'
                   DISPLAY 'Unable to write '
                       FUNCTION TRIM(WS-PRM-PROD-NAME)
                       ', status ' WS-STATUS-ARCHIVE
                   CLOSE TEMPLATE-FILE
               ELSE
                   MOVE 0 TO WS-PRM-LINES
                   PERFORM UNTIL WS-TEMPLATE-EOF
                       READ TEMPLATE-FILE INTO WS-TPL-LINE
                           AT END
                               SET WS-TEMPLATE-EOF TO TRUE
                           NOT AT END
                               MOVE WS-TPL-LINE TO ARCHIVE-LINE
                               WRITE ARCHIVE-LINE
                               ADD 1 TO WS-PRM-LINES
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
                   CLOSE TEMPLATE-FILE
                   MOVE 'Y' TO WS-PRM-COPY-OK
                   DISPLAY WS-PRM-LINES ' lines copied to '
                       FUNCTION TRIM(WS-PRM-PROD-NAME)
               END-IF
           END-IF.

       9740-DEMOTE-PRIOR-PRODUCTION.
           IF WS-PRM-PROD-VER > 0
                   AND WS-PRM-PROD-VER NOT = WS-PRM-VERSION
               MOVE WS-CAT-MEMBER TO CAT-MEMBER
               MOVE WS-PRM-PROD-VER TO CAT-VERSION
               READ GEN-CATALOG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'A' TO CAT-STATUS
                       REWRITE CATALOG-RECORD
                           INVALID KEY
                               DISPLAY 'Catalog rewrite failed, '
                                   'status ' WS-STATUS-CATALOG
                           NOT INVALID KEY
                               DISPLAY 'V' WS-PRM-PROD-VER
                                   ' withdrawn from production,'
                                   ' back to APPROVED'
                               PERFORM 9760-LOG-STATUS-CHANGE
                       END-REWRITE
               END-READ
           END-IF.

       9750-WRITE-PROMOTION-RECORD.
           MOVE 'GENPROMO.TXT' TO WS-ARCH-FILENAME
           OPEN EXTEND ARCHIVE-FILE
           IF WS-STATUS-ARCHIVE NOT = '00'
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           IF WS-STATUS-ARCHIVE NOT = '00'
               DISPLAY 'Unable to write GENPROMO.TXT, status '
                   WS-STATUS-ARCHIVE
           ELSE
               MOVE SPACES TO ARCHIVE-LINE
               STRING WS-CDT-DATE ' ' WS-CDT-TIME(1:6)
                   ' PROMOTE ' CAT-MEMBER ' V' CAT-VERSION
                   ' BY ' WS-OPERATOR-ID
                   ' APPROVED ' CAT-APPROVER ' '
                   CAT-APPROVE-DATE ' TO '
                   WS-PRM-PROD-NAME
                   DELIMITED BY SIZE INTO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE SPACES TO WS-GENLOG-LINE
           STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD " "
               WS-CDT-HH WS-CDT-MIN WS-CDT-SS " PRM "
               "40 " WS-PRM-PROD-NAME
               DELIMITED BY SIZE INTO WS-GENLOG-LINE
           ADD 1 TO WS-LOG-SEQ
           MOVE WS-OPERATOR-ID TO WS-GENLOG-LINE(66:8)
           WRITE GENLOG-LINE
           CLOSE GENLOG.

       9760-LOG-STATUS-CHANGE.
           MOVE SPACES TO WS-GENLOG-LINE
           STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD " "
               WS-CDT-HH WS-CDT-MIN WS-CDT-SS " STA "
               "40 " CAT-MEMBER " V" CAT-VERSION " " CAT-STATUS
               DELIMITED BY SIZE INTO WS-GENLOG-LINE
           ADD 1 TO WS-LOG-SEQ
           MOVE WS-OPERATOR-ID TO WS-GENLOG-LINE(66:8)
           WRITE GENLOG-LINE
           CLOSE GENLOG.

       9780-SET-STATUS-WORD.
           EVALUATE WS-PRM-STATUS-CODE
               WHEN 'T'
                   MOVE 'TESTED' TO WS-PRM-STATUS-WORD
               WHEN 'A'
                   MOVE 'APPROVED' TO WS-PRM-STATUS-WORD
               WHEN 'P'
                   MOVE 'PROMOTED' TO WS-PRM-STATUS-WORD
               WHEN OTHER
                   MOVE 'GENERATED' TO WS-PRM-STATUS-WORD
           END-EVALUATE.

       9795-COUNT-PROMOTION-FAILURE.
           IF WS-BATCH-MODE
               ADD 1 TO WS-RUN-FAILURES
               IF WS-FAIL-USED < 20
                   ADD 1 TO WS-FAIL-USED
                   MOVE SPACES TO WS-FAIL-LINE(WS-FAIL-USED)
                   STRING 'FAILED: card ' WS-CARD-NUMBER
                       ' status change for ' WS-CAT-MEMBER
                       ' action ' WS-PRM-ACTION
                       DELIMITED BY SIZE
                       INTO WS-FAIL-LINE(WS-FAIL-USED)
               END-IF
           END-IF.

       9800-REGRESSION-RUN.
           DISPLAY 'Regression run against the test pack...'
           MOVE SPACES TO WS-CAT-MEMBER
           MOVE SPACES TO WS-PRM-VERSION-IN
           IF NOT WS-BATCH-MODE
               ACCEPT REGRESS-SCREEN
           ELSE
               MOVE WS-BC-MEMBER TO WS-CAT-MEMBER
               MOVE WS-BC-VERSION TO WS-PRM-VERSION-IN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CAT-MEMBER) TO WS-CAT-MEMBER
           MOVE 12 TO WS-RGR-RC
           MOVE SPACE TO WS-RGR-RESULT
           MOVE 0 TO WS-RGR-TOTAL-DIFFS
           MOVE SPACES TO WS-RGR-REASON
           MOVE 0 TO WS-PRM-VERSION
           IF WS-CAT-MEMBER = SPACES
               MOVE 'no member name given' TO WS-RGR-REASON
           ELSE
               PERFORM 9010-OPEN-CATALOG
               IF WS-CATALOG-OK = 'Y'
                   PERFORM 9710-LOCATE-VERSION
                   CLOSE GEN-CATALOG
                   IF WS-PRM-VERSION = 0
                       MOVE 'member/version not catalogued'
                           TO WS-RGR-REASON
                   END-IF
               ELSE
                   MOVE 'catalog unavailable' TO WS-RGR-REASON
               END-IF
           END-IF
           IF WS-RGR-REASON = SPACES
               PERFORM 9810-SCAN-ARCHIVED-SOURCE
           END-IF
           MOVE 'GENREGR.TXT' TO WS-ARCH-FILENAME
           OPEN OUTPUT ARCHIVE-FILE
           IF WS-STATUS-ARCHIVE NOT = '00'
               DISPLAY 'Unable to write GENREGR.TXT, status '
                   WS-STATUS-ARCHIVE
               IF WS-RGR-REASON = SPACES
                   MOVE 'report file unavailable' TO WS-RGR-REASON
               END-IF
           ELSE
               PERFORM 9815-WRITE-REGRESSION-HEADING
               IF WS-RGR-REASON = SPACES
                   PERFORM 9820-RUN-MEMBER-PROGRAM
                   MOVE 'OUTPUT' TO WS-RGR-LABEL
                   MOVE 'expmast.txt' TO WS-RGR-EXPECTED-FILE
                   MOVE WS-RGR-MASTOUT TO WS-RGR-ACTUAL-FILE
                   PERFORM 9830-COMPARE-RESULT-FILE
                   MOVE 'ERRORS' TO WS-RGR-LABEL
                   MOVE 'experr.txt' TO WS-RGR-EXPECTED-FILE
                   MOVE WS-RGR-ERRFILE TO WS-RGR-ACTUAL-FILE
                   PERFORM 9830-COMPARE-RESULT-FILE
                   IF WS-RGR-TOTAL-DIFFS = 0
                       MOVE 'P' TO WS-RGR-RESULT
                       MOVE 0 TO WS-RGR-RC
                   ELSE
                       MOVE 'F' TO WS-RGR-RESULT
                       MOVE 8 TO WS-RGR-RC
                   END-IF
               END-IF
               PERFORM 9845-WRITE-REGRESSION-RESULT
               CLOSE ARCHIVE-FILE
           END-IF
           IF WS-RGR-RESULT NOT = SPACE
               PERFORM 9850-RECORD-REGRESSION-RESULT
           END-IF
           EVALUATE WS-RGR-RESULT
               WHEN 'P'
                   DISPLAY 'Regression PASSED for '
                       FUNCTION TRIM(WS-CAT-MEMBER) ' V'
                       WS-PRM-VERSION
               WHEN 'F'
                   DISPLAY 'Regression FAILED for '
                       FUNCTION TRIM(WS-CAT-MEMBER) ' V'
                       WS-PRM-VERSION ', ' WS-RGR-TOTAL-DIFFS
                       ' differences'
               WHEN OTHER
                   DISPLAY 'Regression not run: '
                       FUNCTION TRIM(WS-RGR-REASON)
           END-EVALUATE
           DISPLAY 'Regression report written to GENREGR.TXT'
           IF WS-BATCH-MODE
               IF WS-RGR-RC > 0
                   PERFORM 9895-COUNT-REGRESSION-FAILURE
               ELSE
                   ADD 1 TO WS-RUN-REGRESSED
               END-IF
           ELSE
               MOVE WS-RGR-RC TO RETURN-CODE
           END-IF.

       9810-SCAN-ARCHIVED-SOURCE.
           MOVE SPACES TO WS-RGR-PROGID
           MOVE SPACES TO WS-RGR-MASTOUT
           MOVE SPACES TO WS-RGR-ERRFILE
           MOVE SPACES TO WS-RGR-ARCHIVE
           STRING 'GENARCH-' FUNCTION TRIM(WS-CAT-MEMBER)
               '-' WS-PRM-VERSION '.src'
               DELIMITED BY SIZE INTO WS-RGR-ARCHIVE
           MOVE WS-RGR-ARCHIVE TO WS-TEMPLATE-FILENAME
           MOVE 'N' TO WS-EOF-TEMPLATE
           OPEN INPUT TEMPLATE-FILE
           IF WS-STATUS-TEMPLATE NOT = '00'
               MOVE 'archived source not found' TO WS-RGR-REASON
           ELSE
               PERFORM UNTIL WS-TEMPLATE-EOF
                   READ TEMPLATE-FILE INTO WS-TPL-LINE
                       AT END
                           SET WS-TEMPLATE-EOF TO TRUE
                       NOT AT END
                           PERFORM 9812-NOTE-SOURCE-LINE
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
               EVALUATE TRUE
                   WHEN WS-RGR-PROGID = SPACES
                       MOVE 'no PROGRAM-ID in archived source'
                           TO WS-RGR-REASON
                   WHEN WS-RGR-MASTOUT = SPACES
                           OR WS-RGR-ERRFILE = SPACES
                       MOVE 'member has no test pack outputs'
                           TO WS-RGR-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       9812-NOTE-SOURCE-LINE.
           IF WS-RGR-PROGID = SPACES
               MOVE 0 TO WS-RGR-TALLY
               INSPECT WS-TPL-LINE TALLYING WS-RGR-TALLY
                   FOR ALL 'PROGRAM-ID.'
               IF WS-RGR-TALLY > 0
                   MOVE SPACES TO WS-RGR-HEAD
                   MOVE SPACES TO WS-RGR-VALUE
                   UNSTRING WS-TPL-LINE DELIMITED BY 'PROGRAM-ID.'
                       INTO WS-RGR-HEAD WS-RGR-VALUE
                   END-UNSTRING
                   MOVE FUNCTION TRIM(WS-RGR-VALUE) TO WS-RGR-HEAD
                   UNSTRING WS-RGR-HEAD DELIMITED BY '.' OR ' '
                       INTO WS-RGR-PROGID
                   END-UNSTRING
               END-IF
           END-IF
           MOVE 0 TO WS-RGR-TALLY
           INSPECT WS-TPL-LINE TALLYING WS-RGR-TALLY
               FOR ALL 'SELECT MASTER-OUT '
           IF WS-RGR-TALLY > 0
               MOVE SPACES TO WS-RGR-VALUE
               UNSTRING WS-TPL-LINE DELIMITED BY "'"
                   INTO WS-RGR-HEAD WS-RGR-VALUE
               END-UNSTRING
               MOVE WS-RGR-VALUE TO WS-RGR-MASTOUT
           END-IF
           MOVE 0 TO WS-RGR-TALLY
           INSPECT WS-TPL-LINE TALLYING WS-RGR-TALLY
               FOR ALL 'SELECT ERROR-REPORT '
           IF WS-RGR-TALLY > 0
               MOVE SPACES TO WS-RGR-VALUE
               UNSTRING WS-TPL-LINE DELIMITED BY "'"
                   INTO WS-RGR-HEAD WS-RGR-VALUE
               END-UNSTRING
               MOVE WS-RGR-VALUE TO WS-RGR-ERRFILE
           END-IF.

       9815-WRITE-REGRESSION-HEADING.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME FROM TIME
           MOVE SPACES TO ARCHIVE-LINE
           STRING 'REGRESSION RUN ' WS-CDT-DATE ' '
               WS-CDT-TIME(1:6) ' MEMBER ' WS-CAT-MEMBER
               ' V' WS-PRM-VERSION ' BY ' WS-OPERATOR-ID
               DELIMITED BY SIZE INTO ARCHIVE-LINE
           WRITE ARCHIVE-LINE
           IF WS-RGR-REASON = SPACES
               MOVE SPACES TO ARCHIVE-LINE
               STRING 'SOURCE ' WS-RGR-ARCHIVE
                   ' PROGRAM ' WS-RGR-PROGID
                   DELIMITED BY SIZE INTO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
           END-IF
           MOVE ALL '-' TO ARCHIVE-LINE
           WRITE ARCHIVE-LINE.

       9820-RUN-MEMBER-PROGRAM.
           MOVE WS-RGR-MASTOUT TO WS-OUTPUT-FILENAME
           OPEN OUTPUT SEQFILE
           CLOSE SEQFILE
           MOVE WS-RGR-ERRFILE TO WS-OUTPUT-FILENAME
           OPEN OUTPUT SEQFILE
           CLOSE SEQFILE
           MOVE SPACES TO WS-RGR-COMMAND
           IF WS-PROF-REGRCMD = SPACES
               MOVE WS-RGR-PROGID TO WS-RGR-COMMAND
           ELSE
               STRING FUNCTION TRIM(WS-PROF-REGRCMD) ' '
                   FUNCTION TRIM(WS-RGR-PROGID) ' '
                   FUNCTION TRIM(WS-RGR-ARCHIVE)
                   DELIMITED BY SIZE INTO WS-RGR-COMMAND
           END-IF
           DISPLAY 'Running ' FUNCTION TRIM(WS-RGR-COMMAND)
           CALL 'SYSTEM' USING WS-RGR-COMMAND
           MOVE RETURN-CODE TO WS-RGR-PGM-RC
           MOVE 0 TO RETURN-CODE
           MOVE WS-RGR-PGM-RC TO WS-RGR-RC-ED
           MOVE SPACES TO ARCHIVE-LINE
           STRING 'COMMAND ' FUNCTION TRIM(WS-RGR-COMMAND)
               DELIMITED BY SIZE INTO ARCHIVE-LINE
           WRITE ARCHIVE-LINE
           MOVE SPACES TO ARCHIVE-LINE
           STRING 'PROGRAM RETURN CODE ' WS-RGR-RC-ED
               DELIMITED BY SIZE INTO ARCHIVE-LINE
           WRITE ARCHIVE-LINE.

       9830-COMPARE-RESULT-FILE.
           MOVE 0 TO WS-RGR-RECNO
           MOVE 0 TO WS-RGR-EXP-COUNT
           MOVE 0 TO WS-RGR-ACT-COUNT
           MOVE 0 TO WS-RGR-DIFFS
           MOVE 0 TO WS-RGR-SHOWN
           MOVE SPACES TO ARCHIVE-LINE
           WRITE ARCHIVE-LINE
           MOVE SPACES TO ARCHIVE-LINE
           STRING 'COMPARE ' WS-RGR-LABEL ' EXPECTED '
               FUNCTION TRIM(WS-RGR-EXPECTED-FILE)
               ' ACTUAL ' FUNCTION TRIM(WS-RGR-ACTUAL-FILE)
               DELIMITED BY SIZE INTO ARCHIVE-LINE
           WRITE ARCHIVE-LINE
           MOVE WS-RGR-EXPECTED-FILE TO WS-TEMPLATE-FILENAME
           MOVE 'N' TO WS-EOF-TEMPLATE
           MOVE 'N' TO WS-RGR-ACT-EOF
           OPEN INPUT TEMPLATE-FILE
           IF WS-STATUS-TEMPLATE NOT = '00'
               MOVE SPACES TO ARCHIVE-LINE
               STRING '  EXPECTED FILE MISSING, STATUS '
                   WS-STATUS-TEMPLATE
                   ' - GENERATE THE TEST PACK WITH OPTION 26'
                   DELIMITED BY SIZE INTO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               ADD 1 TO WS-RGR-TOTAL-DIFFS
           ELSE
               MOVE WS-RGR-ACTUAL-FILE TO WS-OUTPUT-FILENAME
               OPEN INPUT SEQFILE
               IF WS-GEN-STATUS NOT = '00'
                   MOVE SPACES TO ARCHIVE-LINE
                   STRING '  ACTUAL FILE MISSING, STATUS '
                       WS-GEN-STATUS
                       DELIMITED BY SIZE INTO ARCHIVE-LINE
                   WRITE ARCHIVE-LINE
                   ADD 1 TO WS-RGR-TOTAL-DIFFS
               ELSE
                   PERFORM 9832-READ-EXPECTED
                   PERFORM 9834-READ-ACTUAL
                   PERFORM UNTIL WS-TEMPLATE-EOF
                           AND WS-RGR-ACT-EOF = 'Y'
                       ADD 1 TO WS-RGR-RECNO
                       IF WS-RGR-EXP-LINE NOT = WS-RGR-ACT-LINE
                           PERFORM 9836-NOTE-DIFFERENCE
                       END-IF
                       PERFORM 9832-READ-EXPECTED
                       PERFORM 9834-READ-ACTUAL
                   END-PERFORM
                   CLOSE SEQFILE
                   MOVE SPACES TO ARCHIVE-LINE
                   STRING '  RECORDS EXPECTED ' WS-RGR-EXP-COUNT
                       ' ACTUAL ' WS-RGR-ACT-COUNT
                       ' DIFFERENCES ' WS-RGR-DIFFS
                       DELIMITED BY SIZE INTO ARCHIVE-LINE
                   WRITE ARCHIVE-LINE
                   ADD WS-RGR-DIFFS TO WS-RGR-TOTAL-DIFFS
               END-IF
               CLOSE TEMPLATE-FILE
           END-IF.

       9832-READ-EXPECTED.
           IF WS-TEMPLATE-EOF
               MOVE '*** END OF FILE ***' TO WS-RGR-EXP-LINE
           ELSE
               READ TEMPLATE-FILE INTO WS-RGR-EXP-LINE
                   AT END
                       SET WS-TEMPLATE-EOF TO TRUE
                       MOVE '*** END OF FILE ***' TO WS-RGR-EXP-LINE
                   NOT AT END
                       ADD 1 TO WS-RGR-EXP-COUNT
               END-READ
           END-IF.

       9834-READ-ACTUAL.
           IF WS-RGR-ACT-EOF = 'Y'
               MOVE '*** END OF FILE ***' TO WS-RGR-ACT-LINE
           ELSE
               READ SEQFILE INTO WS-RGR-ACT-LINE
                   AT END
                       MOVE 'Y' TO WS-RGR-ACT-EOF
                       MOVE '*** END OF FILE ***' TO WS-RGR-ACT-LINE
                   NOT AT END
                       ADD 1 TO WS-RGR-ACT-COUNT
               END-READ
           END-IF.

       9836-NOTE-DIFFERENCE.
           ADD 1 TO WS-RGR-DIFFS
           IF WS-RGR-SHOWN < 5
               ADD 1 TO WS-RGR-SHOWN
               MOVE SPACES TO ARCHIVE-LINE
               STRING '  REC ' WS-RGR-RECNO ' EXP '
                   WS-RGR-EXP-LINE
                   DELIMITED BY SIZE INTO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               MOVE SPACES TO ARCHIVE-LINE
               STRING '            ACT ' WS-RGR-ACT-LINE
                   DELIMITED BY SIZE INTO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
           END-IF.

       9845-WRITE-REGRESSION-RESULT.
           MOVE ALL '-' TO ARCHIVE-LINE
           WRITE ARCHIVE-LINE
           MOVE SPACES TO ARCHIVE-LINE
           EVALUATE WS-RGR-RESULT
               WHEN 'P'
                   MOVE 'RESULT: PASS - OUTPUT MATCHES THE TEST PACK'
                       TO ARCHIVE-LINE
               WHEN 'F'
                   STRING 'RESULT: FAIL - ' WS-RGR-TOTAL-DIFFS
                       ' DIFFERENCES FROM THE TEST PACK'
                       DELIMITED BY SIZE INTO ARCHIVE-LINE
               WHEN OTHER
                   STRING 'RESULT: NOT RUN - ' WS-RGR-REASON
                       DELIMITED BY SIZE INTO ARCHIVE-LINE
           END-EVALUATE
           WRITE ARCHIVE-LINE
           MOVE SPACES TO ARCHIVE-LINE
           STRING 'RETURN CODE ' WS-RGR-RC
               DELIMITED BY SIZE INTO ARCHIVE-LINE
           WRITE ARCHIVE-LINE.

       9850-RECORD-REGRESSION-RESULT.
           PERFORM 9010-OPEN-CATALOG
           IF WS-CATALOG-OK = 'Y'
               MOVE WS-CAT-MEMBER TO CAT-MEMBER
               MOVE WS-PRM-VERSION TO CAT-VERSION
               READ GEN-CATALOG
                   INVALID KEY
                       DISPLAY 'Catalog entry vanished, result not'
                           ' recorded'
                   NOT INVALID KEY
                       MOVE WS-RGR-RESULT TO CAT-REGR-RESULT
                       MOVE WS-CDT-DATE TO CAT-REGR-DATE
                       IF WS-RGR-RESULT = 'P'
                               AND (CAT-STATUS = 'G'
                               OR CAT-STATUS = SPACE)
                           MOVE 'T' TO CAT-STATUS
                           DISPLAY FUNCTION TRIM(CAT-MEMBER) ' V'
                               CAT-VERSION ' is now TESTED'
                       END-IF
                       REWRITE CATALOG-RECORD
                           INVALID KEY
                               DISPLAY 'Catalog rewrite failed, '
                                   'status ' WS-STATUS-CATALOG
                       END-REWRITE
               END-READ
               CLOSE GEN-CATALOG
           END-IF
           MOVE SPACES TO WS-GENLOG-LINE
           IF WS-RGR-RESULT = 'P'
               MOVE 'PASS' TO WS-RGR-REASON
           ELSE
               MOVE 'FAIL' TO WS-RGR-REASON
           END-IF
           STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD " "
               WS-CDT-HH WS-CDT-MIN WS-CDT-SS " RGR "
               "41 " WS-CAT-MEMBER " V" WS-PRM-VERSION " "
               WS-RGR-REASON(1:4)
               DELIMITED BY SIZE INTO WS-GENLOG-LINE
           ADD 1 TO WS-LOG-SEQ
           MOVE WS-OPERATOR-ID TO WS-GENLOG-LINE(66:8)
           MOVE WS-LOG-SEQ TO WS-GENLOG-LINE(75:4)
           PERFORM 0898-OPEN-GENLOG-EXTEND
           MOVE WS-GENLOG-LINE TO GENLOG-LINE
           WRITE GENLOG-LINE
           CLOSE GENLOG.

       9895-COUNT-REGRESSION-FAILURE.
           ADD 1 TO WS-RUN-FAILURES
           IF WS-FAIL-USED < 20
               ADD 1 TO WS-FAIL-USED
               MOVE SPACES TO WS-FAIL-LINE(WS-FAIL-USED)
               STRING 'FAILED: card ' WS-CARD-NUMBER
                   ' regression of ' WS-CAT-MEMBER
                   ' return code ' WS-RGR-RC
                   DELIMITED BY SIZE
                   INTO WS-FAIL-LINE(WS-FAIL-USED)
           END-IF.

       9900-MEMBER-LOCKS.
           DISPLAY 'Member checkout and locks...'
           MOVE SPACES TO WS-CAT-MEMBER
           MOVE SPACES TO WS-LOCK-ACTION
           IF NOT WS-BATCH-MODE
               ACCEPT LOCK-SCREEN
           ELSE
               MOVE WS-BC-MEMBER TO WS-CAT-MEMBER
               MOVE WS-BC-ACTION TO WS-LOCK-ACTION
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CAT-MEMBER) TO WS-CAT-MEMBER
           MOVE FUNCTION UPPER-CASE(WS-LOCK-ACTION) TO WS-LOCK-ACTION
           IF WS-LOCK-ACTION = SPACES
               MOVE 'LIST' TO WS-LOCK-ACTION
           END-IF
           MOVE WS-CAT-MEMBER TO WS-LOCK-MEMBER
           EVALUATE TRUE
               WHEN WS-LOCK-ACTION = 'LIST'
                   PERFORM 9930-LIST-LOCKS
               WHEN WS-LOCK-ACTION NOT = 'OUT'
                       AND WS-LOCK-ACTION NOT = 'CHECKOUT'
                       AND WS-LOCK-ACTION NOT = 'IN'
                       AND WS-LOCK-ACTION NOT = 'CHECKIN'
                       AND WS-LOCK-ACTION NOT = 'BREAK'
                   DISPLAY 'Action must be OUT, IN, LIST or BREAK.'
                   PERFORM 9995-COUNT-LOCK-FAILURE
               WHEN WS-CAT-MEMBER = SPACES
                   DISPLAY 'A member name is required for '
                       FUNCTION TRIM(WS-LOCK-ACTION) '.'
                   PERFORM 9995-COUNT-LOCK-FAILURE
               WHEN WS-LOCK-ACTION = 'BREAK'
                   PERFORM 9940-BREAK-LOCK
               WHEN WS-LOCK-ACTION = 'IN'
                       OR WS-LOCK-ACTION = 'CHECKIN'
                   PERFORM 9920-CHECKIN-MEMBER
                   EVALUATE WS-LOCK-RESULT
                       WHEN 'D'
                           DISPLAY 'Member '
                               FUNCTION TRIM(WS-LOCK-MEMBER)
                               ' checked in.'
                       WHEN 'O'
                           DISPLAY 'Member '
                               FUNCTION TRIM(WS-LOCK-MEMBER)
                               ' is checked out to ' WS-LOCK-HOLDER
                               '; only they can check it in.'
                           PERFORM 9995-COUNT-LOCK-FAILURE
                       WHEN OTHER
                           DISPLAY 'Member '
                               FUNCTION TRIM(WS-LOCK-MEMBER)
                               ' is not checked out.'
                   END-EVALUATE
               WHEN OTHER
                   PERFORM 9910-CHECKOUT-MEMBER
                   IF WS-LOCK-REFUSED = 'Y'
                       MOVE 'N' TO WS-LOCK-REFUSED
                       PERFORM 9995-COUNT-LOCK-FAILURE
                   END-IF
           END-EVALUATE.

       9905-OPEN-LOCKS.
           MOVE 'N' TO WS-LOCK-OK
           OPEN I-O GEN-LOCK
           IF WS-STATUS-LOCK = '35'
               OPEN OUTPUT GEN-LOCK
               IF WS-STATUS-LOCK = '00'
                   CLOSE GEN-LOCK
                   OPEN I-O GEN-LOCK
               END-IF
           END-IF
           IF WS-STATUS-LOCK = '00'
               MOVE 'Y' TO WS-LOCK-OK
           ELSE
               DISPLAY 'Member lock file unavailable, status '
                   WS-STATUS-LOCK
           END-IF.

       9910-CHECKOUT-MEMBER.
           MOVE 'N' TO WS-LOCK-REFUSED
           MOVE SPACES TO WS-LOCK-HOLDER
           PERFORM 9905-OPEN-LOCKS
           IF WS-LOCK-OK = 'Y'
               MOVE WS-LOCK-MEMBER TO LOCK-MEMBER
               READ GEN-LOCK
                   INVALID KEY
                       MOVE 'N' TO WS-LOCK-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LOCK-FOUND
               END-READ
               EVALUATE TRUE
                   WHEN WS-LOCK-FOUND = 'N'
                       ACCEPT WS-LOCK-NOW-DATE FROM DATE YYYYMMDD
                       ACCEPT WS-LOCK-NOW-TIME FROM TIME
                       MOVE WS-LOCK-MEMBER TO LOCK-MEMBER
                       MOVE WS-OPERATOR-ID TO LOCK-OPERATOR
                       MOVE WS-LOCK-NOW-DATE TO LOCK-DATE
                       MOVE WS-LOCK-NOW-TIME(1:6) TO LOCK-TIME
                       MOVE WS-MENU-CHOICE TO LOCK-OPTION
                       WRITE LOCK-RECORD
                           INVALID KEY
                               DISPLAY 'Lock write failed, status '
                                   WS-STATUS-LOCK
                           NOT INVALID KEY
                               DISPLAY 'Member '
                                   FUNCTION TRIM(WS-LOCK-MEMBER)
                                   ' checked out to ' WS-OPERATOR-ID
                       END-WRITE
                   WHEN LOCK-OPERATOR = WS-OPERATOR-ID
                       MOVE WS-OPERATOR-ID TO WS-LOCK-HOLDER
                   WHEN OTHER
                       MOVE 'Y' TO WS-LOCK-REFUSED
                       MOVE LOCK-OPERATOR TO WS-LOCK-HOLDER
                       DISPLAY 'Member ' FUNCTION TRIM(WS-LOCK-MEMBER)
                           ' is checked out to ' LOCK-OPERATOR
                           ' since ' LOCK-DATE ' ' LOCK-TIME
               END-EVALUATE
               CLOSE GEN-LOCK
           END-IF.

       9920-CHECKIN-MEMBER.
           MOVE 'N' TO WS-LOCK-RESULT
           MOVE SPACES TO WS-LOCK-HOLDER
           PERFORM 9905-OPEN-LOCKS
           IF WS-LOCK-OK = 'Y'
               MOVE WS-LOCK-MEMBER TO LOCK-MEMBER
               READ GEN-LOCK
                   INVALID KEY
                       MOVE 'N' TO WS-LOCK-RESULT
                   NOT INVALID KEY
                       MOVE LOCK-OPERATOR TO WS-LOCK-HOLDER
                       IF LOCK-OPERATOR = WS-OPERATOR-ID
                           DELETE GEN-LOCK RECORD
                               INVALID KEY
                                   DISPLAY 'Lock delete failed, status '
                                       WS-STATUS-LOCK
                               NOT INVALID KEY
                                   MOVE 'D' TO WS-LOCK-RESULT
                           END-DELETE
                       ELSE
                           MOVE 'O' TO WS-LOCK-RESULT
                       END-IF
               END-READ
               CLOSE GEN-LOCK
           END-IF.

       9930-LIST-LOCKS.
           MOVE 0 TO WS-LOCK-COUNT
           PERFORM 9905-OPEN-LOCKS
           IF WS-LOCK-OK = 'Y'
               DISPLAY 'Outstanding member locks:'
               MOVE LOW-VALUES TO LOCK-MEMBER
               START GEN-LOCK KEY NOT < LOCK-MEMBER
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-LOCK
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-LOCK
               END-START
               PERFORM UNTIL WS-EOF-LOCK = 'Y'
                   READ GEN-LOCK NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-LOCK
                       NOT AT END
                           ADD 1 TO WS-LOCK-COUNT
                           DISPLAY '  ' LOCK-MEMBER ' '
                               LOCK-OPERATOR ' ' LOCK-DATE ' '
                               LOCK-TIME ' opt ' LOCK-OPTION
                   END-READ
               END-PERFORM
               CLOSE GEN-LOCK
               IF WS-LOCK-COUNT = 0
                   DISPLAY '  No members are checked out.'
               ELSE
                   DISPLAY '  Locks outstanding: ' WS-LOCK-COUNT
               END-IF
           END-IF.

       9940-BREAK-LOCK.
           MOVE 'Y' TO WS-AUTH-RESULT
           IF WS-AUTH-ENFORCED
               MOVE 'F' TO WS-AUTH-TYPE-WK
               MOVE 'BREAKLOCK' TO WS-AUTH-ITEM
               PERFORM 0054-SCAN-AUTHORITY
           END-IF
           IF WS-AUTH-DENIED
               DISPLAY 'Operator ' WS-OPERATOR-ID
                   ' is not authorised to break member locks.'
               MOVE 'BREAKLOCK' TO WS-AUTH-DENIED-KW
               PERFORM 0055-LOG-SECURITY-VIOLATION
               MOVE 'Y' TO WS-AUTH-RESULT
               PERFORM 9995-COUNT-LOCK-FAILURE
           ELSE
               MOVE SPACES TO WS-LOCK-HOLDER
               PERFORM 9905-OPEN-LOCKS
               IF WS-LOCK-OK = 'Y'
                   MOVE WS-LOCK-MEMBER TO LOCK-MEMBER
                   READ GEN-LOCK
                       INVALID KEY
                           DISPLAY 'Member '
                               FUNCTION TRIM(WS-LOCK-MEMBER)
                               ' is not checked out.'
                       NOT INVALID KEY
                           MOVE LOCK-OPERATOR TO WS-LOCK-HOLDER
                           DELETE GEN-LOCK RECORD
                               INVALID KEY
                                   DISPLAY 'Lock delete failed, status '
                                       WS-STATUS-LOCK
                               NOT INVALID KEY
                                   DISPLAY 'Lock on '
                                       FUNCTION TRIM(WS-LOCK-MEMBER)
                                       ' held by ' WS-LOCK-HOLDER
                                       ' broken.'
                                   PERFORM 9945-LOG-LOCK-BREAK
                           END-DELETE
                   END-READ
                   CLOSE GEN-LOCK
               END-IF
           END-IF.

       9945-LOG-LOCK-BREAK.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE SPACES TO WS-GENLOG-LINE.
           STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD " "
               WS-CDT-HH WS-CDT-MIN WS-CDT-SS " BRK "
               WS-CHOICE " " WS-LOCK-MEMBER " held by "
               WS-LOCK-HOLDER
               DELIMITED BY SIZE INTO WS-GENLOG-LINE
           ADD 1 TO WS-LOG-SEQ
           MOVE WS-OPERATOR-ID TO WS-GENLOG-LINE(66:8)
           MOVE WS-LOG-SEQ TO WS-GENLOG-LINE(75:4)
           PERFORM 0898-OPEN-GENLOG-EXTEND
           MOVE WS-GENLOG-LINE TO GENLOG-LINE
           WRITE GENLOG-LINE
           CLOSE GENLOG.

       9950-CHECK-GEN-LOCK.
           IF WS-IMP-REGEN-MEMBER NOT = SPACES
               MOVE WS-IMP-REGEN-MEMBER TO WS-LOCK-MEMBER
           ELSE
               MOVE WS-FILENAME-PREFIX TO WS-LOCK-MEMBER
           END-IF
           IF WS-LOCK-MEMBER NOT = SPACES
               PERFORM 9910-CHECKOUT-MEMBER
           END-IF.

       9995-COUNT-LOCK-FAILURE.
           IF WS-BATCH-MODE
               ADD 1 TO WS-RUN-FAILURES
               IF WS-FAIL-USED < 20
                   ADD 1 TO WS-FAIL-USED
                   MOVE SPACES TO WS-FAIL-LINE(WS-FAIL-USED)
                   STRING 'FAILED: card ' WS-CARD-NUMBER
                       ' lock ' WS-LOCK-ACTION
                       ' for ' WS-CAT-MEMBER
                       DELIMITED BY SIZE
                       INTO WS-FAIL-LINE(WS-FAIL-USED)
               END-IF
           END-IF.

       0970-CAPTURE-CONTROL-CARD.
           OPEN EXTEND CAPTURE-FILE
           IF WS-STATUS-CAPTURE NOT = '00'
               OPEN OUTPUT CAPTURE-FILE
           END-IF
           IF WS-STATUS-CAPTURE NOT = '00'
               DISPLAY 'Unable to write GENCAPTR.TXT, status '
                   WS-STATUS-CAPTURE
           ELSE
               MOVE SPACES TO CAPTURE-RECORD
               STRING WS-MENU-CHOICE ' OUT='
                   FUNCTION TRIM(WS-OUTPUT-FILENAME)
                   DELIMITED BY SIZE INTO CAPTURE-RECORD
               WRITE CAPTURE-RECORD
               PERFORM 0971-CAPTURE-OPTION-KEYWORDS
               CLOSE CAPTURE-FILE
               DISPLAY 'Control card captured to GENCAPTR.TXT'
           END-IF.

       0971-CAPTURE-OPTION-KEYWORDS.
           EVALUATE WS-MENU-CHOICE
               WHEN '1 '
                   MOVE SPACES TO WS-CAP-VAL
                   MOVE 1 TO WS-CAP-IDX
                   IF WS-CHOICE = 'O'
                       MOVE 'R' TO WS-CAP-VAL(WS-CAP-IDX:1)
                       ADD 1 TO WS-CAP-IDX
                   END-IF
                   IF WS-CHOICE2 = 'O'
                       MOVE 'W' TO WS-CAP-VAL(WS-CAP-IDX:1)
                       ADD 1 TO WS-CAP-IDX
                   END-IF
                   IF WS-CHOICE3 = 'O'
                       MOVE 'S' TO WS-CAP-VAL(WS-CAP-IDX:1)
                   END-IF
                   MOVE 'INC' TO WS-CAP-KW
                   PERFORM 0972-CAPTURE-KEYWORD
                   IF WS-GEN-RESTART = 'Y'
                       MOVE 'RESTART' TO WS-CAP-KW
                       MOVE 'Y' TO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                   END-IF
                   IF WS-GEN-MULTIREC = 'Y'
                       MOVE 'MULTIREC' TO WS-CAP-KW
                       MOVE 'Y' TO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                   END-IF
                   PERFORM 0978-CAPTURE-COMMON-FILES
               WHEN '2 '
                   PERFORM 0978-CAPTURE-COMMON-FILES
               WHEN '3 '
               WHEN '4 '
                   PERFORM 0974-CAPTURE-SORTKEYS
                   IF WS-MENU-CHOICE = '4 '
                       MOVE 'MERGE' TO WS-CAP-KW
                       MOVE SPACES TO WS-CAP-VAL
                       MOVE WS-MERGE-COUNT TO WS-CAP-VAL(1:1)
                       PERFORM 0972-CAPTURE-KEYWORD
                   END-IF
                   PERFORM 0978-CAPTURE-COMMON-FILES
               WHEN '5 '
                   MOVE 'DB' TO WS-CAP-KW
                   MOVE WS-SQL-DBNAME TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'USER' TO WS-CAP-KW
                   MOVE WS-SQL-USERNAME TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
               WHEN '6 '
               WHEN '7 '
               WHEN '8 '
               WHEN '22'
               WHEN '23'
               WHEN '34'
               WHEN '46'
               WHEN '49'
                   MOVE 'TABLE' TO WS-CAP-KW
                   MOVE WS-SQL-TABLE TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   PERFORM 0975-CAPTURE-COLUMNS
                   IF WS-MENU-CHOICE = '34'
                       PERFORM 0979-CAPTURE-SELCARD
                   END-IF
                   IF WS-MENU-CHOICE = '8 '
                       MOVE 'SETCOL' TO WS-CAP-KW
                       MOVE WS-SQL-SET-COL TO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                       MOVE 'SETVAL' TO WS-CAP-KW
                       MOVE WS-SQL-SET-VAL TO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                   END-IF
                   IF WS-MENU-CHOICE = '8 ' OR WS-MENU-CHOICE = '23'
                       MOVE 'WHERECOL' TO WS-CAP-KW
                       MOVE WS-SQL-WHERE-COL TO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                       MOVE 'WHEREVAL' TO WS-CAP-KW
                       MOVE WS-SQL-WHERE-VAL TO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                   END-IF
                   IF (WS-MENU-CHOICE = '7 ' OR WS-MENU-CHOICE = '46')
                           AND WS-SQL-TABLE2 NOT = SPACES
                       MOVE 'TABLE2' TO WS-CAP-KW
                       MOVE WS-SQL-TABLE2 TO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                       MOVE 'JOIN' TO WS-CAP-KW
                       MOVE SPACES TO WS-CAP-VAL
                       STRING FUNCTION TRIM(WS-SQL-JOIN1) ':'
                           FUNCTION TRIM(WS-SQL-JOIN2)
                           DELIMITED BY SIZE INTO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                   END-IF
                   IF WS-MENU-CHOICE = '46'
                       PERFORM 0973-CAPTURE-REPORT-SPEC
                   END-IF
                   IF WS-MENU-CHOICE = '49'
                       MOVE 'KEY' TO WS-CAP-KW
                       MOVE WS-DBQ-KEYCOL TO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                       MOVE 'DB' TO WS-CAP-KW
                       MOVE WS-SQL-DBNAME TO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                       MOVE 'USER' TO WS-CAP-KW
                       MOVE WS-SQL-USERNAME TO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                   END-IF
               WHEN '9 '
               WHEN '29'
                   MOVE 'SUB' TO WS-CAP-KW
                   MOVE WS-SUBPROG-NAME TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   PERFORM 0976-CAPTURE-PARMS
               WHEN '11'
                   MOVE 'REC' TO WS-CAP-KW
                   MOVE WS-COPY-RECNAME TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   PERFORM 0977-CAPTURE-FIELDS
               WHEN '17'
               WHEN '30'
               WHEN '36'
               WHEN '38'
                   MOVE 'KEY' TO WS-CAP-KW
                   MOVE WS-INDEXED-KEYFIELD TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'KEYLEN' TO WS-CAP-KW
                   MOVE SPACES TO WS-CAP-VAL
                   MOVE WS-INDEXED-KEYLEN TO WS-CAP-VAL(1:2)
                   PERFORM 0972-CAPTURE-KEYWORD
                   IF WS-MENU-CHOICE = '36'
                       MOVE 'KEYFROM' TO WS-CAP-KW
                       MOVE WS-ARC-KEYFROM TO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                       MOVE 'KEYTO' TO WS-CAP-KW
                       MOVE WS-ARC-KEYTO TO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                   END-IF
               WHEN '19'
                   MOVE 'TPL' TO WS-CAP-KW
                   MOVE WS-TEMPLATE-FILENAME TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
               WHEN '31'
                   PERFORM 0974-CAPTURE-SORTKEYS
                   MOVE 'INFILE' TO WS-CAP-KW
                   MOVE WS-CMP-FILEA TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'INFILE2' TO WS-CAP-KW
                   MOVE WS-CMP-FILEB TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
               WHEN '20'
                   MOVE 'KEYLEN' TO WS-CAP-KW
                   MOVE SPACES TO WS-CAP-VAL
                   MOVE WS-INDEXED-KEYLEN TO WS-CAP-VAL(1:2)
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'MASTIN' TO WS-CAP-KW
                   MOVE WS-GEN-MASTIN TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'TRANSIN' TO WS-CAP-KW
                   MOVE WS-GEN-TRANSIN TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'MASTOUT' TO WS-CAP-KW
                   MOVE WS-GEN-MASTOUT TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'ERRFILE' TO WS-CAP-KW
                   MOVE WS-GEN-ERRFILE TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
               WHEN '21'
               WHEN '37'
                   PERFORM 0973-CAPTURE-REPORT-SPEC
                   PERFORM 0978-CAPTURE-COMMON-FILES
                   PERFORM 0979-CAPTURE-SELCARD
               WHEN '26'
                   MOVE 'KIND' TO WS-CAP-KW
                   MOVE SPACES TO WS-CAP-VAL
                   MOVE WS-TESTDATA-KIND TO WS-CAP-VAL(1:1)
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'COUNT' TO WS-CAP-KW
                   MOVE SPACES TO WS-CAP-VAL
                   MOVE WS-TESTDATA-COUNT TO WS-CAP-VAL(1:4)
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'KEYLEN' TO WS-CAP-KW
                   MOVE SPACES TO WS-CAP-VAL
                   MOVE WS-INDEXED-KEYLEN TO WS-CAP-VAL(1:2)
                   PERFORM 0972-CAPTURE-KEYWORD
                   IF WS-TESTDATA-KIND = 'P'
                       MOVE 'MASTIN' TO WS-CAP-KW
                       MOVE WS-GEN-MASTIN TO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                       MOVE 'TRANSIN' TO WS-CAP-KW
                       MOVE WS-GEN-TRANSIN TO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                   END-IF
               WHEN '27'
                   MOVE 'EDITS' TO WS-CAP-KW
                   MOVE WS-BC-EDITS TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   PERFORM 0978-CAPTURE-COMMON-FILES
               WHEN '28'
                   MOVE 'CSV' TO WS-CAP-KW
                   MOVE WS-CSV-FILE TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   PERFORM 0978-CAPTURE-COMMON-FILES
               WHEN '42'
                   PERFORM 0974-CAPTURE-SORTKEYS
                   IF WS-SRT-FUNC = 'M'
                       MOVE 'UTIL' TO WS-CAP-KW
                       MOVE 'MERGE' TO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                       MOVE 'MERGE' TO WS-CAP-KW
                       MOVE SPACES TO WS-CAP-VAL
                       MOVE WS-MERGE-COUNT TO WS-CAP-VAL(1:1)
                       PERFORM 0972-CAPTURE-KEYWORD
                   END-IF
                   IF WS-SRT-SELTYPE = 'O'
                       MOVE 'OMIT' TO WS-CAP-KW
                   ELSE
                       MOVE 'INCLUDE' TO WS-CAP-KW
                   END-IF
                   MOVE WS-SRT-COND TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'SUM' TO WS-CAP-KW
                   MOVE WS-SRT-SUM TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'OUTREC' TO WS-CAP-KW
                   MOVE WS-SRT-OUTREC TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   PERFORM 0978-CAPTURE-COMMON-FILES
               WHEN '43'
                   MOVE 'OLDCPY' TO WS-CAP-KW
                   MOVE WS-MIG-OLDCPY TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'NEWCPY' TO WS-CAP-KW
                   MOVE WS-MIG-NEWCPY TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'RULES' TO WS-CAP-KW
                   MOVE WS-MIG-RULES TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   PERFORM 0978-CAPTURE-COMMON-FILES
               WHEN '44'
                   PERFORM 0978-CAPTURE-COMMON-FILES
               WHEN '47'
                   PERFORM VARYING WS-SPL-ROUTE-IDX FROM 1 BY 1
                           UNTIL WS-SPL-ROUTE-IDX > WS-SPL-ROUTE-COUNT
                       MOVE 'ROUTE' TO WS-CAP-KW
                       MOVE SPACES TO WS-CAP-VAL
                       IF WS-SPL-R-HIGH(WS-SPL-ROUTE-IDX) = SPACES
                           STRING FUNCTION TRIM
                               (WS-SPL-R-FIELD(WS-SPL-ROUTE-IDX))
                               ':' FUNCTION TRIM
                               (WS-SPL-R-LOW(WS-SPL-ROUTE-IDX))
                               ':' FUNCTION TRIM
                               (WS-SPL-R-FILE(WS-SPL-ROUTE-IDX))
                               DELIMITED BY SIZE INTO WS-CAP-VAL
                       ELSE
                           STRING FUNCTION TRIM
                               (WS-SPL-R-FIELD(WS-SPL-ROUTE-IDX))
                               ':' FUNCTION TRIM
                               (WS-SPL-R-LOW(WS-SPL-ROUTE-IDX))
                               ':' FUNCTION TRIM
                               (WS-SPL-R-HIGH(WS-SPL-ROUTE-IDX))
                               ':' FUNCTION TRIM
                               (WS-SPL-R-FILE(WS-SPL-ROUTE-IDX))
                               DELIMITED BY SIZE INTO WS-CAP-VAL
                       END-IF
                       PERFORM 0972-CAPTURE-KEYWORD
                   END-PERFORM
                   MOVE 'UNMATCHED' TO WS-CAP-KW
                   MOVE WS-SPL-OTHER TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'INFILE' TO WS-CAP-KW
                   MOVE WS-GEN-INFILE TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
               WHEN '48'
                   PERFORM 0974-CAPTURE-SORTKEYS
                   MOVE 'KEEP' TO WS-CAP-KW
                   MOVE WS-DED-KEEP TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'KEEPFIELD' TO WS-CAP-KW
                   MOVE WS-DED-FIELD TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'ERRFILE' TO WS-CAP-KW
                   MOVE WS-DED-DUPFILE TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   PERFORM 0978-CAPTURE-COMMON-FILES
               WHEN '50'
                   MOVE 'SUB' TO WS-CAP-KW
                   MOVE WS-CLK-SUBNAME TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'REFFILE' TO WS-CAP-KW
                   MOVE WS-CLK-REFFILE TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'KEYLEN' TO WS-CAP-KW
                   MOVE SPACES TO WS-CAP-VAL
                   MOVE WS-CLK-CODELEN TO WS-CAP-VAL(1:2)
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'DESCLEN' TO WS-CAP-KW
                   MOVE SPACES TO WS-CAP-VAL
                   MOVE WS-CLK-DESCLEN TO WS-CAP-VAL(1:2)
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'MAXENT' TO WS-CAP-KW
                   MOVE SPACES TO WS-CAP-VAL
                   MOVE WS-CLK-MAXENT TO WS-CAP-VAL(1:4)
                   PERFORM 0972-CAPTURE-KEYWORD
               WHEN '51'
                   MOVE 'RULES' TO WS-CAP-KW
                   MOVE WS-MSK-RULES TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'TYPEFIELD' TO WS-CAP-KW
                   MOVE WS-MSK-TYPEFIELD TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   IF WS-GEN-MULTIREC = 'Y'
                       MOVE 'MULTIREC' TO WS-CAP-KW
                       MOVE 'Y' TO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                   END-IF
                   PERFORM 0978-CAPTURE-COMMON-FILES
               WHEN '52'
                   MOVE 'TABLE' TO WS-CAP-KW
                   MOVE WS-DCL-TABLE TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'DB' TO WS-CAP-KW
                   MOVE WS-DCL-DBNAME TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
               WHEN '53'
                   MOVE 'RECFROM' TO WS-CAP-KW
                   MOVE WS-DMP-RECFROM TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   MOVE 'RECTO' TO WS-CAP-KW
                   MOVE WS-DMP-RECTO TO WS-CAP-VAL
                   PERFORM 0972-CAPTURE-KEYWORD
                   IF WS-DMP-KEYFIELD NOT = SPACES
                       MOVE 'KEY' TO WS-CAP-KW
                       MOVE WS-DMP-KEYFIELD TO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                       MOVE 'KEYFROM' TO WS-CAP-KW
                       MOVE WS-DMP-KEYFROM TO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                       MOVE 'KEYTO' TO WS-CAP-KW
                       MOVE WS-DMP-KEYTO TO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                   END-IF
                   IF WS-GEN-MULTIREC = 'Y'
                       MOVE 'MULTIREC' TO WS-CAP-KW
                       MOVE 'Y' TO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                   END-IF
                   IF WS-GEN-VARREC = 'Y'
                       MOVE 'VARREC' TO WS-CAP-KW
                       MOVE 'Y' TO WS-CAP-VAL
                       PERFORM 0972-CAPTURE-KEYWORD
                   END-IF
                   PERFORM 0978-CAPTURE-COMMON-FILES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-USE-LAYOUT = 'Y' AND WS-LAYOUT-CPY NOT = SPACES
               MOVE 'CPY' TO WS-CAP-KW
               MOVE WS-LAYOUT-CPY TO WS-CAP-VAL
               PERFORM 0972-CAPTURE-KEYWORD
           END-IF.

       0972-CAPTURE-KEYWORD.
           IF WS-CAP-VAL NOT = SPACES
               MOVE SPACES TO CAPTURE-RECORD
               STRING '++ ' FUNCTION TRIM(WS-CAP-KW)
                   '=' FUNCTION TRIM(WS-CAP-VAL)
                   DELIMITED BY SIZE INTO CAPTURE-RECORD
               WRITE CAPTURE-RECORD
           END-IF.

       0973-CAPTURE-REPORT-SPEC.
           MOVE SPACES TO WS-CAP-VAL
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > WS-BREAK-COUNT
               IF WS-CAP-VAL = SPACES
                   MOVE WS-BREAK-NAME(WS-BRK-IDX) TO WS-CAP-VAL
               ELSE
                   MOVE WS-CAP-VAL TO WS-CAP-WORK
                   MOVE SPACES TO WS-CAP-VAL
                   STRING FUNCTION TRIM(WS-CAP-WORK) '/'
                       FUNCTION TRIM(WS-BREAK-NAME(WS-BRK-IDX))
                       DELIMITED BY SIZE INTO WS-CAP-VAL
               END-IF
           END-PERFORM
           MOVE 'BREAKS' TO WS-CAP-KW
           PERFORM 0972-CAPTURE-KEYWORD
           MOVE SPACES TO WS-CAP-VAL
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
               IF WS-CAP-VAL = SPACES
                   MOVE WS-TOTAL-NAME(WS-TOT-IDX) TO WS-CAP-VAL
               ELSE
                   MOVE WS-CAP-VAL TO WS-CAP-WORK
                   MOVE SPACES TO WS-CAP-VAL
                   STRING FUNCTION TRIM(WS-CAP-WORK) '/'
                       FUNCTION TRIM(WS-TOTAL-NAME(WS-TOT-IDX))
                       DELIMITED BY SIZE INTO WS-CAP-VAL
               END-IF
           END-PERFORM
           MOVE 'TOTALS' TO WS-CAP-KW
           PERFORM 0972-CAPTURE-KEYWORD.

       0974-CAPTURE-SORTKEYS.
           MOVE SPACES TO WS-CAP-VAL
           PERFORM VARYING WS-SORTKEY-IDX FROM 1 BY 1
                   UNTIL WS-SORTKEY-IDX > WS-SORTKEY-COUNT
               MOVE SPACES TO WS-CAP-WORK
               STRING WS-SORTKEY-POS(WS-SORTKEY-IDX) ':'
                   WS-SORTKEY-LEN(WS-SORTKEY-IDX) ':'
                   WS-SORTKEY-TYPE(WS-SORTKEY-IDX) ':'
                   WS-SORTKEY-DIR(WS-SORTKEY-IDX)
                   DELIMITED BY SIZE INTO WS-CAP-WORK
               IF WS-CAP-VAL = SPACES
                   MOVE WS-CAP-WORK TO WS-CAP-VAL
               ELSE
                   MOVE WS-CAP-VAL TO WS-CAP-WORK
                   MOVE SPACES TO WS-CAP-VAL
                   STRING FUNCTION TRIM(WS-CAP-WORK) '/'
                       WS-SORTKEY-POS(WS-SORTKEY-IDX) ':'
                       WS-SORTKEY-LEN(WS-SORTKEY-IDX) ':'
                       WS-SORTKEY-TYPE(WS-SORTKEY-IDX) ':'
                       WS-SORTKEY-DIR(WS-SORTKEY-IDX)
                       DELIMITED BY SIZE INTO WS-CAP-VAL
               END-IF
           END-PERFORM
           MOVE 'SORTKEYS' TO WS-CAP-KW
           PERFORM 0972-CAPTURE-KEYWORD.

       0975-CAPTURE-COLUMNS.
           MOVE SPACES TO WS-CAP-VAL
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > WS-SQL-COLCOUNT
                   OR WS-CAP-IDX > 9
               IF WS-CAP-VAL = SPACES
                   STRING FUNCTION TRIM(WS-SQL-COLN(WS-CAP-IDX))
                       ':' WS-SQL-COLTYPE(WS-CAP-IDX)
                       DELIMITED BY SIZE INTO WS-CAP-VAL
               ELSE
                   MOVE WS-CAP-VAL TO WS-CAP-WORK
                   MOVE SPACES TO WS-CAP-VAL
                   STRING FUNCTION TRIM(WS-CAP-WORK) '/'
                       FUNCTION TRIM(WS-SQL-COLN(WS-CAP-IDX))
                       ':' WS-SQL-COLTYPE(WS-CAP-IDX)
                       DELIMITED BY SIZE INTO WS-CAP-VAL
               END-IF
           END-PERFORM
           MOVE 'COLS' TO WS-CAP-KW
           PERFORM 0972-CAPTURE-KEYWORD.

       0976-CAPTURE-PARMS.
           MOVE SPACES TO WS-CAP-VAL
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > WS-PARAM-COUNT
               IF WS-CAP-VAL = SPACES
                   STRING FUNCTION TRIM(WS-PARAM-NAME(WS-CAP-IDX))
                       ':' FUNCTION TRIM(WS-PARAM-PIC(WS-CAP-IDX))
                       DELIMITED BY SIZE INTO WS-CAP-VAL
               ELSE
                   MOVE WS-CAP-VAL TO WS-CAP-WORK
                   MOVE SPACES TO WS-CAP-VAL
                   STRING FUNCTION TRIM(WS-CAP-WORK) '/'
                       FUNCTION TRIM(WS-PARAM-NAME(WS-CAP-IDX))
                       ':' FUNCTION TRIM(WS-PARAM-PIC(WS-CAP-IDX))
                       DELIMITED BY SIZE INTO WS-CAP-VAL
               END-IF
           END-PERFORM
           MOVE 'PARMS' TO WS-CAP-KW
           PERFORM 0972-CAPTURE-KEYWORD.

       0977-CAPTURE-FIELDS.
           MOVE SPACES TO WS-CAP-VAL
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > WS-COPY-FIELD-COUNT
                   OR WS-CAP-IDX > 9
               MOVE SPACES TO WS-CAP-WORK
               IF WS-CAP-VAL = SPACES
                   STRING FUNCTION TRIM
                       (WS-COPY-FIELD-LEVEL(WS-CAP-IDX))
                       ':' FUNCTION TRIM
                       (WS-COPY-FIELD-NAME(WS-CAP-IDX))
                       ':' FUNCTION TRIM
                       (WS-COPY-FIELD-PIC(WS-CAP-IDX))
                       DELIMITED BY SIZE INTO WS-CAP-VAL
               ELSE
                   MOVE WS-CAP-VAL TO WS-CAP-WORK
                   MOVE SPACES TO WS-CAP-VAL
                   STRING FUNCTION TRIM(WS-CAP-WORK) '/'
                       FUNCTION TRIM
                       (WS-COPY-FIELD-LEVEL(WS-CAP-IDX))
                       ':' FUNCTION TRIM
                       (WS-COPY-FIELD-NAME(WS-CAP-IDX))
                       ':' FUNCTION TRIM
                       (WS-COPY-FIELD-PIC(WS-CAP-IDX))
                       DELIMITED BY SIZE INTO WS-CAP-VAL
               END-IF
           END-PERFORM
           MOVE 'FIELDS' TO WS-CAP-KW
           PERFORM 0972-CAPTURE-KEYWORD.

       0979-CAPTURE-SELCARD.
           IF WS-GEN-SELCARD = 'Y'
               MOVE 'SELCARD' TO WS-CAP-KW
               MOVE 'Y' TO WS-CAP-VAL
               PERFORM 0972-CAPTURE-KEYWORD
           END-IF.

       0978-CAPTURE-COMMON-FILES.
           MOVE 'INFILE' TO WS-CAP-KW
           MOVE WS-GEN-INFILE TO WS-CAP-VAL
           PERFORM 0972-CAPTURE-KEYWORD
           MOVE 'OUTFILE' TO WS-CAP-KW
           MOVE WS-GEN-OUTFILE TO WS-CAP-VAL
           PERFORM 0972-CAPTURE-KEYWORD.

       0920-LOG-INVALID-CHOICE.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE SPACES TO WS-GENLOG-LINE.
           STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD " "
               WS-CDT-HH WS-CDT-MIN WS-CDT-SS " BAD "
               WS-CHOICE " (invalid menu choice)"
               DELIMITED BY SIZE INTO WS-GENLOG-LINE
           ADD 1 TO WS-LOG-SEQ
           MOVE WS-OPERATOR-ID TO WS-GENLOG-LINE(66:8)
           MOVE WS-LOG-SEQ TO WS-GENLOG-LINE(75:4)
           PERFORM 0898-OPEN-GENLOG-EXTEND
           MOVE WS-GENLOG-LINE TO GENLOG-LINE
           WRITE GENLOG-LINE
           CLOSE GENLOG.

       0925-LOG-DISCARDED.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE SPACES TO WS-GENLOG-LINE.
           STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD " "
               WS-CDT-HH WS-CDT-MIN WS-CDT-SS " DISC "
               WS-MENU-CHOICE " " WS-OUTPUT-FILENAME
               DELIMITED BY SIZE INTO WS-GENLOG-LINE
           ADD 1 TO WS-LOG-SEQ
           MOVE WS-OPERATOR-ID TO WS-GENLOG-LINE(66:8)
           MOVE WS-LOG-SEQ TO WS-GENLOG-LINE(75:4)
           PERFORM 0898-OPEN-GENLOG-EXTEND
           MOVE WS-GENLOG-LINE TO GENLOG-LINE
           WRITE GENLOG-LINE
           CLOSE GENLOG.

       0940-PREVIEW-AND-CONFIRM.
           DISPLAY '--- Preview of generated file: ' WS-OUTPUT-FILENAME
               ' ---'
           MOVE 'N' TO WS-EOF-PREVIEW
           OPEN INPUT SEQFILE
           PERFORM UNTIL WS-EOF-PREVIEW = 'Y'
               READ SEQFILE INTO WS-PREVIEW-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-PREVIEW
                   NOT AT END
                       DISPLAY WS-PREVIEW-LINE
               END-READ
           END-PERFORM
           CLOSE SEQFILE
           DISPLAY '--- End of preview ---'
           IF WS-OUTPUT-IS-JCL NOT = 'Y'
               PERFORM 0945-SANITY-CHECK-OUTPUT
           END-IF
           MOVE SPACES TO WS-KEEP-CHOICE
           IF NOT WS-BATCH-MODE
               ACCEPT PREVIEW-CONFIRM-SCREEN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-KEEP-CHOICE) TO WS-KEEP-CHOICE
           IF WS-KEEP-CHOICE = 'N'
               DISPLAY 'File left on disk but not recorded as kept.'
               PERFORM 0925-LOG-DISCARDED
           ELSE
               PERFORM 0900-LOG-GENERATION
           END-IF.

       0945-SANITY-CHECK-OUTPUT.
           MOVE 0 TO WS-IF-COUNT
           MOVE 0 TO WS-ENDIF-COUNT
           MOVE 0 TO WS-PERFORM-COUNT
           MOVE 0 TO WS-ENDPERFORM-COUNT
           MOVE 0 TO WS-EXEC-COUNT
           MOVE 0 TO WS-ENDEXEC-COUNT
           MOVE 'N' TO WS-EOF-PREVIEW
           OPEN INPUT SEQFILE
           PERFORM UNTIL WS-EOF-PREVIEW = 'Y'
               READ SEQFILE INTO WS-PREVIEW-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-PREVIEW
                   NOT AT END
                       PERFORM 0946-TALLY-LINE-TOKENS
               END-READ
           END-PERFORM
           CLOSE SEQFILE
           DISPLAY '--- Sanity check: token pair counts ---'
           DISPLAY 'IF: ' WS-IF-COUNT '   END-IF: ' WS-ENDIF-COUNT
           DISPLAY 'PERFORM: ' WS-PERFORM-COUNT '   END-PERFORM: '
               WS-ENDPERFORM-COUNT
           DISPLAY 'EXEC: ' WS-EXEC-COUNT '   END-EXEC: '
               WS-ENDEXEC-COUNT
           IF WS-IF-COUNT NOT = WS-ENDIF-COUNT
                   OR WS-PERFORM-COUNT NOT = WS-ENDPERFORM-COUNT
                   OR WS-EXEC-COUNT NOT = WS-ENDEXEC-COUNT
               DISPLAY '*** WARNING: mismatched token pairs, review'
                   ' the generated code before keeping it ***'
               ADD 1 TO WS-RUN-WARNINGS
           END-IF.

       0946-TALLY-LINE-TOKENS.
           MOVE 0 TO WS-SANITY-TALLY
           INSPECT WS-PREVIEW-LINE TALLYING WS-SANITY-TALLY
               FOR ALL 'END-IF'
           ADD WS-SANITY-TALLY TO WS-ENDIF-COUNT
           MOVE 0 TO WS-SANITY-TALLY
           INSPECT WS-PREVIEW-LINE TALLYING WS-SANITY-TALLY
               FOR ALL ' IF '
           ADD WS-SANITY-TALLY TO WS-IF-COUNT
           MOVE 0 TO WS-SANITY-TALLY
           INSPECT WS-PREVIEW-LINE TALLYING WS-SANITY-TALLY
               FOR ALL 'END-PERFORM'
           ADD WS-SANITY-TALLY TO WS-ENDPERFORM-COUNT
           MOVE 0 TO WS-SANITY-TALLY
           INSPECT WS-PREVIEW-LINE TALLYING WS-SANITY-TALLY
               FOR ALL 'PERFORM VARYING'
           ADD WS-SANITY-TALLY TO WS-PERFORM-COUNT
           MOVE 0 TO WS-SANITY-TALLY
           INSPECT WS-PREVIEW-LINE TALLYING WS-SANITY-TALLY
               FOR ALL 'PERFORM UNTIL'
           ADD WS-SANITY-TALLY TO WS-PERFORM-COUNT
           MOVE 0 TO WS-SANITY-TALLY
           INSPECT WS-PREVIEW-LINE TALLYING WS-SANITY-TALLY
               FOR ALL 'END-EXEC'
           ADD WS-SANITY-TALLY TO WS-ENDEXEC-COUNT
           MOVE 0 TO WS-SANITY-TALLY
           INSPECT WS-PREVIEW-LINE TALLYING WS-SANITY-TALLY
               FOR ALL ' EXEC '
           ADD WS-SANITY-TALLY TO WS-EXEC-COUNT.

       8000-LOAD-PROFILE.
           MOVE 'N' TO WS-EOF-PROFILE
           OPEN INPUT PROFILE-FILE
           IF WS-STATUS-PROFILE = '00'
               PERFORM UNTIL WS-PROFILE-EOF
                   READ PROFILE-FILE
                       AT END
                           SET WS-PROFILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 8010-APPLY-PROFILE-RECORD
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           END-IF
           PERFORM 8020-LOAD-MESSAGE-CATALOG.

       8020-LOAD-MESSAGE-CATALOG.
           MOVE 0 TO WS-MSG-COUNT
           MOVE 'N' TO WS-MSGCAT-LOADED
           MOVE 'N' TO WS-EOF-MSGCAT
           OPEN INPUT MSG-CATALOG
           IF WS-STATUS-MSGCAT = '00'
               MOVE 'Y' TO WS-MSGCAT-LOADED
               PERFORM UNTIL WS-MSGCAT-EOF
                   READ MSG-CATALOG
                       AT END
                           SET WS-MSGCAT-EOF TO TRUE
                       NOT AT END
                           PERFORM 8025-STORE-MESSAGE-LINE
                   END-READ
               END-PERFORM
               CLOSE MSG-CATALOG
           ELSE
               IF WS-PROF-LANG = 'FR'
                   DISPLAY 'GENMSGS.TXT not found, generated messages'
                       ' will be in English.'
               END-IF
           END-IF.

       8025-STORE-MESSAGE-LINE.
           MOVE MSG-CATALOG-RECORD TO WS-MSG-CAT-LINE
           IF WS-MSG-CAT-LINE NOT = SPACES
                   AND WS-MSG-CAT-LINE(1:1) NOT = '*'
               MOVE FUNCTION UPPER-CASE(WS-MSG-CAT-LINE(1:8))
                   TO WS-MSG-KEY
               MOVE 'N' TO WS-MSG-FOUND
               PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
                       UNTIL WS-MSG-IDX > WS-MSG-COUNT
                       OR WS-MSG-FOUND = 'Y'
                   IF WS-MSG-ID(WS-MSG-IDX) = WS-MSG-KEY
                       MOVE 'Y' TO WS-MSG-FOUND
                   END-IF
               END-PERFORM
               IF WS-MSG-FOUND = 'Y'
                   SUBTRACT 1 FROM WS-MSG-IDX
               ELSE
                   IF WS-MSG-COUNT < 300
                       ADD 1 TO WS-MSG-COUNT
                       MOVE WS-MSG-COUNT TO WS-MSG-IDX
                       MOVE WS-MSG-KEY TO WS-MSG-ID(WS-MSG-IDX)
                       MOVE SPACES TO WS-MSG-EN(WS-MSG-IDX)
                       MOVE SPACES TO WS-MSG-FR(WS-MSG-IDX)
                       MOVE 'Y' TO WS-MSG-FOUND
                   ELSE
                       DISPLAY 'GENMSGS.TXT entry ignored, table full: '
                           WS-MSG-KEY
                   END-IF
               END-IF
               IF WS-MSG-FOUND = 'Y'
                   EVALUATE FUNCTION UPPER-CASE(WS-MSG-CAT-LINE(10:2))
                       WHEN 'EN'
                           MOVE WS-MSG-CAT-LINE(13:60)
                               TO WS-MSG-EN(WS-MSG-IDX)
                       WHEN 'FR'
                           MOVE WS-MSG-CAT-LINE(13:60)
                               TO WS-MSG-FR(WS-MSG-IDX)
                       WHEN OTHER
                           DISPLAY 'GENMSGS.TXT language not EN or FR: '
                               WS-MSG-CAT-LINE(1:11)
                   END-EVALUATE
               END-IF
           END-IF.

       8010-APPLY-PROFILE-RECORD.
           IF PROFILE-RECORD = SPACES OR PROFILE-RECORD(1:1) = '*'
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PROF-KEY
               MOVE SPACES TO WS-PROF-VALUE
               UNSTRING PROFILE-RECORD DELIMITED BY '='
                   INTO WS-PROF-KEY WS-PROF-VALUE
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-PROF-KEY) TO WS-PROF-KEY
               EVALUATE WS-PROF-KEY
                   WHEN 'JOBACCT'
                       MOVE WS-PROF-VALUE TO WS-PROF-JOBACCT
                   WHEN 'JOBCLASS'
                       MOVE WS-PROF-VALUE TO WS-PROF-JOBCLASS
                   WHEN 'SRCLIB'
                       MOVE WS-PROF-VALUE TO WS-PROF-SRCLIB
                   WHEN 'LOADLIB'
                       MOVE WS-PROF-VALUE TO WS-PROF-LOADLIB
                   WHEN 'DBNAME'
                       MOVE WS-PROF-VALUE TO WS-PROF-DBNAME
                   WHEN 'DBUSER'
                       MOVE WS-PROF-VALUE TO WS-PROF-USERID
                   WHEN 'INFILE'
                       MOVE WS-PROF-VALUE TO WS-PROF-INFILE
                   WHEN 'OUTFILE'
                       MOVE WS-PROF-VALUE TO WS-PROF-OUTFILE
                   WHEN 'RETVERS'
                       IF WS-PROF-VALUE(1:2) IS NUMERIC
                           MOVE WS-PROF-VALUE(1:2)
                               TO WS-PROF-RETVERS
                       END-IF
                   WHEN 'RETDATE'
                       MOVE WS-PROF-VALUE(1:8) TO WS-PROF-RETDATE
                   WHEN 'DIALECT'
                       MOVE FUNCTION UPPER-CASE(WS-PROF-VALUE(1:3))
                           TO WS-PROF-DIALECT
                       IF WS-PROF-DIALECT NOT = 'ZOS'
                           MOVE 'WSN' TO WS-PROF-DIALECT
                       END-IF
                   WHEN 'CAPTURE'
                       MOVE FUNCTION UPPER-CASE(WS-PROF-VALUE(1:1))
                           TO WS-PROF-CAPTURE
                       IF WS-PROF-CAPTURE NOT = 'N'
                           MOVE 'Y' TO WS-PROF-CAPTURE
                       END-IF
                   WHEN 'PRODLIB'
                       MOVE WS-PROF-VALUE TO WS-PROF-PRODLIB
                   WHEN 'REGRCMD'
                       MOVE WS-PROF-VALUE TO WS-PROF-REGRCMD
                   WHEN 'GDGLIMIT'
                       MOVE WS-PROF-VALUE TO WS-VAL-TOKEN
                       PERFORM 0081-CHECK-NUMERIC-TOKEN
                       IF WS-VAL-NUM-OK = 'Y'
                           COMPUTE WS-PROF-GDGLIMIT =
                               FUNCTION NUMVAL(WS-PROF-VALUE)
                       END-IF
                       IF WS-PROF-GDGLIMIT < 1
                               OR WS-PROF-GDGLIMIT > 255
                           MOVE 7 TO WS-PROF-GDGLIMIT
                       END-IF
                   WHEN 'RUNDATE'
                       MOVE WS-PROF-VALUE TO WS-PROF-RUNDATE
                   WHEN 'RUNSTATS'
                       MOVE WS-PROF-VALUE TO WS-PROF-RUNSTATS
                   WHEN 'LANG'
                       MOVE FUNCTION UPPER-CASE(WS-PROF-VALUE(1:2))
                           TO WS-PROF-LANG
                       IF WS-PROF-LANG NOT = 'FR'
                           MOVE 'EN' TO WS-PROF-LANG
                       END-IF
                   WHEN OTHER
                       IF WS-PROF-KEY(1:3) = 'AUD'
                           CONTINUE
                       ELSE
                           DISPLAY 'Unknown profile keyword ignored: '
                               WS-PROF-KEY
                       END-IF
               END-EVALUATE
           END-IF.

       8100-SAVE-PROFILE.
           PERFORM 8110-COLLECT-FOREIGN-KEYS
           OPEN OUTPUT PROFILE-FILE
           IF WS-STATUS-PROFILE NOT = '00'
               DISPLAY 'Unable to write GENPROFL.TXT, status='
                   WS-STATUS-PROFILE
           ELSE
               MOVE SPACES TO PROFILE-RECORD
               STRING 'JOBACCT=' FUNCTION TRIM(WS-PROF-JOBACCT)
                   DELIMITED BY SIZE INTO PROFILE-RECORD
               WRITE PROFILE-RECORD
               MOVE SPACES TO PROFILE-RECORD
               STRING 'JOBCLASS=' WS-PROF-JOBCLASS
                   DELIMITED BY SIZE INTO PROFILE-RECORD
               WRITE PROFILE-RECORD
               MOVE SPACES TO PROFILE-RECORD
               STRING 'SRCLIB=' FUNCTION TRIM(WS-PROF-SRCLIB)
                   DELIMITED BY SIZE INTO PROFILE-RECORD
               WRITE PROFILE-RECORD
               MOVE SPACES TO PROFILE-RECORD
               STRING 'LOADLIB=' FUNCTION TRIM(WS-PROF-LOADLIB)
                   DELIMITED BY SIZE INTO PROFILE-RECORD
               WRITE PROFILE-RECORD
               MOVE SPACES TO PROFILE-RECORD
               STRING 'DBNAME=' FUNCTION TRIM(WS-PROF-DBNAME)
                   DELIMITED BY SIZE INTO PROFILE-RECORD
               WRITE PROFILE-RECORD
               MOVE SPACES TO PROFILE-RECORD
               STRING 'DBUSER=' FUNCTION TRIM(WS-PROF-USERID)
                   DELIMITED BY SIZE INTO PROFILE-RECORD
               WRITE PROFILE-RECORD
               MOVE SPACES TO PROFILE-RECORD
               STRING 'INFILE=' FUNCTION TRIM(WS-PROF-INFILE)
                   DELIMITED BY SIZE INTO PROFILE-RECORD
               WRITE PROFILE-RECORD
               MOVE SPACES TO PROFILE-RECORD
               STRING 'OUTFILE=' FUNCTION TRIM(WS-PROF-OUTFILE)
                   DELIMITED BY SIZE INTO PROFILE-RECORD
               WRITE PROFILE-RECORD
               MOVE SPACES TO PROFILE-RECORD
               STRING 'RETVERS=' WS-PROF-RETVERS
                   DELIMITED BY SIZE INTO PROFILE-RECORD
               WRITE PROFILE-RECORD
               MOVE SPACES TO PROFILE-RECORD
               STRING 'RETDATE=' WS-PROF-RETDATE
                   DELIMITED BY SIZE INTO PROFILE-RECORD
               WRITE PROFILE-RECORD
               MOVE SPACES TO PROFILE-RECORD
               STRING 'DIALECT=' WS-PROF-DIALECT
                   DELIMITED BY SIZE INTO PROFILE-RECORD
               WRITE PROFILE-RECORD
               MOVE SPACES TO PROFILE-RECORD
               STRING 'CAPTURE=' WS-PROF-CAPTURE
                   DELIMITED BY SIZE INTO PROFILE-RECORD
               WRITE PROFILE-RECORD
               MOVE SPACES TO PROFILE-RECORD
               STRING 'PRODLIB=' FUNCTION TRIM(WS-PROF-PRODLIB)
                   DELIMITED BY SIZE INTO PROFILE-RECORD
               WRITE PROFILE-RECORD
               MOVE SPACES TO PROFILE-RECORD
               STRING 'REGRCMD=' FUNCTION TRIM(WS-PROF-REGRCMD)
                   DELIMITED BY SIZE INTO PROFILE-RECORD
               WRITE PROFILE-RECORD
               MOVE SPACES TO PROFILE-RECORD
               STRING 'GDGLIMIT=' WS-PROF-GDGLIMIT
                   DELIMITED BY SIZE INTO PROFILE-RECORD
               WRITE PROFILE-RECORD
               IF WS-PROF-RUNDATE NOT = SPACES
                   MOVE SPACES TO PROFILE-RECORD
                   STRING 'RUNDATE=' FUNCTION TRIM(WS-PROF-RUNDATE)
                       DELIMITED BY SIZE INTO PROFILE-RECORD
                   WRITE PROFILE-RECORD
               END-IF
               IF WS-PROF-RUNSTATS NOT = SPACES
                   MOVE SPACES TO PROFILE-RECORD
                   STRING 'RUNSTATS=' FUNCTION TRIM(WS-PROF-RUNSTATS)
                       DELIMITED BY SIZE INTO PROFILE-RECORD
                   WRITE PROFILE-RECORD
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-PROF-LANG) TO WS-PROF-LANG
               IF WS-PROF-LANG NOT = 'FR'
                   MOVE 'EN' TO WS-PROF-LANG
               END-IF
               MOVE SPACES TO PROFILE-RECORD
               STRING 'LANG=' WS-PROF-LANG
                   DELIMITED BY SIZE INTO PROFILE-RECORD
               WRITE PROFILE-RECORD
               PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                       UNTIL WS-PP-IDX > WS-PP-COUNT
                   MOVE WS-PP-LINE(WS-PP-IDX) TO PROFILE-RECORD
                   WRITE PROFILE-RECORD
               END-PERFORM
               CLOSE PROFILE-FILE
               DISPLAY 'Shop settings profile saved.'
           END-IF.

       8110-COLLECT-FOREIGN-KEYS.
           MOVE 0 TO WS-PP-COUNT
           MOVE 'N' TO WS-EOF-PROFILE
           OPEN INPUT PROFILE-FILE
           IF WS-STATUS-PROFILE = '00'
               PERFORM UNTIL WS-PROFILE-EOF
                   READ PROFILE-FILE
                       AT END
                           SET WS-PROFILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 8115-STASH-FOREIGN-KEY
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-PROFILE.

       8115-STASH-FOREIGN-KEY.
           IF PROFILE-RECORD = SPACES
               CONTINUE
           ELSE
               IF PROFILE-RECORD(1:1) = '*'
                   IF WS-PP-COUNT < 20
                       ADD 1 TO WS-PP-COUNT
                       MOVE PROFILE-RECORD
                           TO WS-PP-LINE(WS-PP-COUNT)
                   END-IF
               ELSE
                   MOVE SPACES TO WS-PROF-KEY
                   UNSTRING PROFILE-RECORD DELIMITED BY '='
                       INTO WS-PROF-KEY
                   END-UNSTRING
                   MOVE FUNCTION UPPER-CASE(WS-PROF-KEY)
                       TO WS-PROF-KEY
                   EVALUATE WS-PROF-KEY
                       WHEN 'JOBACCT'
                       WHEN 'JOBCLASS'
                       WHEN 'SRCLIB'
                       WHEN 'LOADLIB'
                       WHEN 'DBNAME'
                       WHEN 'DBUSER'
                       WHEN 'INFILE'
                       WHEN 'OUTFILE'
                       WHEN 'RETVERS'
                       WHEN 'RETDATE'
                       WHEN 'DIALECT'
                       WHEN 'CAPTURE'
                       WHEN 'PRODLIB'
                       WHEN 'REGRCMD'
                       WHEN 'GDGLIMIT'
                       WHEN 'RUNDATE'
                       WHEN 'RUNSTATS'
                       WHEN 'LANG'
                           CONTINUE
                       WHEN OTHER
                           IF WS-PP-COUNT < 20
                               ADD 1 TO WS-PP-COUNT
                               MOVE PROFILE-RECORD
                                   TO WS-PP-LINE(WS-PP-COUNT)
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       8200-MAINTAIN-PROFILE.
           DISPLAY 'Maintaining the shop settings profile...'
           IF NOT WS-BATCH-MODE
               ACCEPT PROFILE-SCREEN
           END-IF
           PERFORM 8100-SAVE-PROFILE.

       9000-CATALOG-GENERATION.
           IF WS-IMP-REGEN-MEMBER NOT = SPACES
               MOVE WS-IMP-REGEN-MEMBER TO WS-FILENAME-PREFIX
           END-IF
           PERFORM 9010-OPEN-CATALOG
           IF WS-CATALOG-OK = 'Y'
               MOVE WS-FILENAME-PREFIX TO CAT-MEMBER
               MOVE 0 TO WS-CAT-LAST
               MOVE 1 TO WS-CAT-TRY
               MOVE 'Y' TO WS-CAT-FOUND
               PERFORM UNTIL WS-CAT-FOUND = 'N'
                       OR WS-CAT-TRY > 9998
                   MOVE WS-CAT-TRY TO CAT-VERSION
                   READ GEN-CATALOG
                       INVALID KEY
                           MOVE 'N' TO WS-CAT-FOUND
                       NOT INVALID KEY
                           MOVE WS-CAT-TRY TO WS-CAT-LAST
                           ADD 1 TO WS-CAT-TRY
                   END-READ
               END-PERFORM
               MOVE WS-FILENAME-PREFIX TO CAT-MEMBER
               COMPUTE CAT-VERSION = WS-CAT-LAST + 1
               MOVE WS-CDT-DATE TO CAT-GEN-DATE
               MOVE WS-CDT-TIME(1:6) TO CAT-GEN-TIME
               MOVE WS-MENU-CHOICE TO CAT-OPTION
               PERFORM 9020-SET-CATALOG-PARMS
               MOVE WS-OUTPUT-FILENAME TO CAT-FILENAME
               MOVE 'G' TO CAT-STATUS
               MOVE SPACES TO CAT-APPROVER
               MOVE SPACES TO CAT-APPROVE-DATE
               MOVE SPACES TO CAT-PROMOTE-DATE
               MOVE SPACES TO CAT-REGR-RESULT
               MOVE SPACES TO CAT-REGR-DATE
               WRITE CATALOG-RECORD
                   INVALID KEY
                       DISPLAY 'Catalog write failed, status '
                           WS-STATUS-CATALOG
                   NOT INVALID KEY
                       PERFORM 9030-ARCHIVE-SOURCE
                       PERFORM 9040-LOG-CATALOG-ENTRY
                       MOVE CAT-MEMBER TO WS-LOCK-MEMBER
                       PERFORM 9920-CHECKIN-MEMBER
                       IF WS-LOCK-RESULT = 'D'
                           DISPLAY 'Member ' FUNCTION TRIM(CAT-MEMBER)
                               ' checked in.'
                       END-IF
               END-WRITE
               CLOSE GEN-CATALOG
           END-IF.

       9030-ARCHIVE-SOURCE.
           MOVE SPACES TO WS-ARCH-FILENAME
           STRING 'GENARCH-' FUNCTION TRIM(CAT-MEMBER)
               '-' CAT-VERSION '.src'
               DELIMITED BY SIZE INTO WS-ARCH-FILENAME
           OPEN INPUT SEQFILE
           IF WS-GEN-STATUS NOT = '00'
               DISPLAY 'Unable to archive ' WS-OUTPUT-FILENAME
                   ', file status ' WS-GEN-STATUS
           ELSE
               OPEN OUTPUT ARCHIVE-FILE
               IF WS-STATUS-ARCHIVE NOT = '00'
                   DISPLAY 'Unable to write ' WS-ARCH-FILENAME
                       ', status ' WS-STATUS-ARCHIVE
                   CLOSE SEQFILE
               ELSE
                   MOVE 'N' TO WS-EOF-ARCHCOPY
                   PERFORM UNTIL WS-EOF-ARCHCOPY = 'Y'
                       READ SEQFILE INTO WS-PREVIEW-LINE
                           AT END
                               MOVE 'Y' TO WS-EOF-ARCHCOPY
                           NOT AT END
                               MOVE WS-PREVIEW-LINE TO ARCHIVE-LINE
                               WRITE ARCHIVE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
                   CLOSE SEQFILE
               END-IF
           END-IF.

       9010-OPEN-CATALOG.
           MOVE 'N' TO WS-CATALOG-OK
           OPEN I-O GEN-CATALOG
           IF WS-STATUS-CATALOG = '35'
               OPEN OUTPUT GEN-CATALOG
               IF WS-STATUS-CATALOG = '00'
                   CLOSE GEN-CATALOG
                   OPEN I-O GEN-CATALOG
               END-IF
           END-IF
           IF WS-STATUS-CATALOG = '00'
               MOVE 'Y' TO WS-CATALOG-OK
           ELSE
               DISPLAY 'Generation catalog unavailable, status '
                   WS-STATUS-CATALOG
               IF WS-STATUS-CATALOG = '39'
                   DISPLAY 'The catalog is in the old 90-byte layout;'
                       ' convert it with GENCATBK CONVERT'
               END-IF
           END-IF.

       9020-SET-CATALOG-PARMS.
           MOVE SPACES TO CAT-PARMS
           EVALUATE WS-MENU-CHOICE
               WHEN '5 '
               WHEN '6 '
               WHEN '7 '
               WHEN '8 '
               WHEN '22'
               WHEN '23'
               WHEN '34'
               WHEN '46'
               WHEN '49'
                   MOVE WS-SQL-TABLE(1:20) TO CAT-PARMS
               WHEN '17'
               WHEN '36'
               WHEN '38'
                   MOVE WS-INDEXED-KEYFIELD TO CAT-PARMS
               WHEN '4 '
                   STRING 'MERGE ' WS-MERGE-COUNT
                       DELIMITED BY SIZE INTO CAT-PARMS
               WHEN '9 '
               WHEN '10'
                   MOVE WS-SUBPROG-NAME TO CAT-PARMS
               WHEN '50'
                   MOVE WS-CLK-SUBNAME TO CAT-PARMS
               WHEN '51'
                   MOVE WS-MSK-RULES(1:20) TO CAT-PARMS
               WHEN '52'
                   MOVE WS-DCL-TABLE(1:20) TO CAT-PARMS
               WHEN OTHER
                   MOVE WS-GEN-INFILE(1:20) TO CAT-PARMS
           END-EVALUATE.

       9040-LOG-CATALOG-ENTRY.
           MOVE SPACES TO WS-GENLOG-LINE
           STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD " "
               WS-CDT-HH WS-CDT-MIN WS-CDT-SS " CAT "
               CAT-OPTION " " CAT-MEMBER " V" CAT-VERSION " "
               CAT-PARMS
               DELIMITED BY SIZE INTO WS-GENLOG-LINE
           ADD 1 TO WS-LOG-SEQ
           MOVE WS-OPERATOR-ID TO WS-GENLOG-LINE(66:8)
           MOVE WS-LOG-SEQ TO WS-GENLOG-LINE(75:4)
           PERFORM 0898-OPEN-GENLOG-EXTEND
           MOVE WS-GENLOG-LINE TO GENLOG-LINE
           WRITE GENLOG-LINE
           CLOSE GENLOG.

       9100-CATALOG-INQUIRY.
           DISPLAY 'Generation catalog inquiry...'
           MOVE SPACES TO WS-CAT-MEMBER
           IF NOT WS-BATCH-MODE
               ACCEPT CATALOG-SCREEN
           END-IF
           IF WS-CAT-MEMBER = SPACES
               MOVE WS-BC-MEMBER TO WS-CAT-MEMBER
           END-IF
           IF WS-CAT-MEMBER = SPACES
               MOVE 'READFILE' TO WS-CAT-MEMBER
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CAT-MEMBER) TO WS-CAT-MEMBER
           PERFORM 9010-OPEN-CATALOG
           IF WS-CATALOG-OK = 'Y'
               DISPLAY 'Versions for member '
                   FUNCTION TRIM(WS-CAT-MEMBER) ':'
               MOVE 0 TO WS-PRM-PROD-VER
               MOVE 0 TO WS-CAT-LAST
               MOVE 1 TO WS-CAT-TRY
               MOVE 'Y' TO WS-CAT-FOUND
               PERFORM UNTIL WS-CAT-FOUND = 'N'
                       OR WS-CAT-TRY > 9998
                   MOVE WS-CAT-MEMBER TO CAT-MEMBER
                   MOVE WS-CAT-TRY TO CAT-VERSION
                   READ GEN-CATALOG
                       INVALID KEY
                           MOVE 'N' TO WS-CAT-FOUND
                       NOT INVALID KEY
                           MOVE CAT-STATUS TO WS-PRM-STATUS-CODE
                           PERFORM 9780-SET-STATUS-WORD
                           DISPLAY '  V' CAT-VERSION ' '
                               CAT-GEN-DATE ' ' CAT-GEN-TIME
                               ' opt ' CAT-OPTION ' '
                               WS-PRM-STATUS-WORD ' '
                               FUNCTION TRIM(CAT-FILENAME)
                           IF CAT-APPROVER NOT = SPACES
                               DISPLAY '        approved by '
                                   CAT-APPROVER ' on '
                                   CAT-APPROVE-DATE
                           END-IF
                           IF CAT-REGR-RESULT = 'P'
                               DISPLAY '        regression passed on '
                                   CAT-REGR-DATE
                           END-IF
                           IF CAT-REGR-RESULT = 'F'
                               DISPLAY '        regression FAILED on '
                                   CAT-REGR-DATE
                           END-IF
                           IF CAT-STATUS = 'P'
                               MOVE WS-CAT-TRY TO WS-PRM-PROD-VER
                           END-IF
                           MOVE WS-CAT-TRY TO WS-CAT-LAST
                           ADD 1 TO WS-CAT-TRY
                   END-READ
               END-PERFORM
               IF WS-CAT-LAST = 0
                   DISPLAY '  No versions catalogued.'
               ELSE
                   DISPLAY '  Current version is ' WS-CAT-LAST
                   IF WS-PRM-PROD-VER > 0
                       DISPLAY '  Production version is '
                           WS-PRM-PROD-VER
                   ELSE
                       DISPLAY '  No version promoted to production.'
                   END-IF
               END-IF
               CLOSE GEN-CATALOG
           END-IF.

       9200-CATALOG-HOUSEKEEPING.
           DISPLAY 'Catalog housekeeping...'
           MOVE SPACES TO WS-HK-REPORT-ONLY
           IF NOT WS-BATCH-MODE
               ACCEPT HOUSEKEEP-SCREEN
           ELSE
               IF WS-BC-REPORT = 'N'
                   MOVE 'N' TO WS-HK-REPORT-ONLY
               END-IF
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-HK-REPORT-ONLY)
               TO WS-HK-REPORT-ONLY
           IF WS-HK-REPORT-ONLY NOT = 'N'
               MOVE 'Y' TO WS-HK-REPORT-ONLY
           END-IF
           IF WS-PROF-RETVERS = 0 AND WS-PROF-RETDATE = SPACES
               DISPLAY 'No retention policy in GENPROFL.TXT;'
                   ' set RETVERS or RETDATE first.'
           ELSE
               PERFORM 9210-SCAN-CATALOG-VERSIONS
               PERFORM 9220-PURGE-EXPIRED-VERSIONS
           END-IF.

       9210-SCAN-CATALOG-VERSIONS.
           MOVE 0 TO WS-HK-MEM-COUNT
           MOVE SPACES TO WS-HK-MEM-TAB
           PERFORM 9010-OPEN-CATALOG
           IF WS-CATALOG-OK = 'Y'
               MOVE LOW-VALUES TO CAT-KEY
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
                           PERFORM 9215-NOTE-MEMBER-VERSION
                   END-READ
               END-PERFORM
               CLOSE GEN-CATALOG
           END-IF.

       9215-NOTE-MEMBER-VERSION.
           MOVE 0 TO WS-HK-MEM-IDX
           PERFORM VARYING WS-FAIL-IDX FROM 1 BY 1
                   UNTIL WS-FAIL-IDX > WS-HK-MEM-COUNT
               IF WS-HK-MEM-NAME(WS-FAIL-IDX) = CAT-MEMBER
                   MOVE WS-FAIL-IDX TO WS-HK-MEM-IDX
               END-IF
           END-PERFORM
           IF WS-HK-MEM-IDX = 0 AND WS-HK-MEM-COUNT < 50
               ADD 1 TO WS-HK-MEM-COUNT
               MOVE WS-HK-MEM-COUNT TO WS-HK-MEM-IDX
               MOVE CAT-MEMBER TO WS-HK-MEM-NAME(WS-HK-MEM-IDX)
               MOVE 0 TO WS-HK-MEM-MAX(WS-HK-MEM-IDX)
           END-IF
           IF WS-HK-MEM-IDX > 0
               IF CAT-VERSION > WS-HK-MEM-MAX(WS-HK-MEM-IDX)
                   MOVE CAT-VERSION TO WS-HK-MEM-MAX(WS-HK-MEM-IDX)
               END-IF
           END-IF.

       9220-PURGE-EXPIRED-VERSIONS.
           MOVE 0 TO WS-HK-SCANNED
           MOVE 0 TO WS-HK-PURGED
           MOVE 'GENHSKP.TXT' TO WS-ARCH-FILENAME
           OPEN OUTPUT ARCHIVE-FILE
           IF WS-STATUS-ARCHIVE NOT = '00'
               DISPLAY 'Unable to write GENHSKP.TXT, status '
                   WS-STATUS-ARCHIVE
           ELSE
               IF WS-HK-REPORT-ONLY = 'Y'
                   MOVE 'CATALOG HOUSEKEEPING (REPORT ONLY)'
                       TO ARCHIVE-LINE
               ELSE
                   MOVE 'CATALOG HOUSEKEEPING (DELETE PASS)'
                       TO ARCHIVE-LINE
               END-IF
               WRITE ARCHIVE-LINE
               PERFORM 9010-OPEN-CATALOG
               IF WS-CATALOG-OK = 'Y'
                   MOVE LOW-VALUES TO CAT-KEY
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
                               ADD 1 TO WS-HK-SCANNED
                               PERFORM 9225-APPLY-RETENTION
                       END-READ
                   END-PERFORM
                   CLOSE GEN-CATALOG
               END-IF
               MOVE SPACES TO ARCHIVE-LINE
               STRING 'RECORDS SCANNED: ' WS-HK-SCANNED
                   DELIMITED BY SIZE INTO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               MOVE SPACES TO ARCHIVE-LINE
               IF WS-HK-REPORT-ONLY = 'Y'
                   STRING 'RECORDS EXPIRED: ' WS-HK-PURGED
                       ' (NONE DELETED)'
                       DELIMITED BY SIZE INTO ARCHIVE-LINE
               ELSE
                   STRING 'RECORDS PURGED:  ' WS-HK-PURGED
                       DELIMITED BY SIZE INTO ARCHIVE-LINE
               END-IF
               WRITE ARCHIVE-LINE
               CLOSE ARCHIVE-FILE
               DISPLAY 'Catalog records scanned: ' WS-HK-SCANNED
               DISPLAY 'Catalog records expired: ' WS-HK-PURGED
               DISPLAY 'Report written to GENHSKP.TXT'
           END-IF.

       9225-APPLY-RETENTION.
           MOVE 'N' TO WS-HK-KEEP
           IF WS-PROF-RETVERS > 0
               MOVE 0 TO WS-HK-MEM-IDX
               PERFORM VARYING WS-FAIL-IDX FROM 1 BY 1
                       UNTIL WS-FAIL-IDX > WS-HK-MEM-COUNT
                   IF WS-HK-MEM-NAME(WS-FAIL-IDX) = CAT-MEMBER
                       MOVE WS-FAIL-IDX TO WS-HK-MEM-IDX
                   END-IF
               END-PERFORM
               IF WS-HK-MEM-IDX = 0
                   MOVE 'Y' TO WS-HK-KEEP
               ELSE
                   COMPUTE WS-HK-LIMIT =
                       WS-HK-MEM-MAX(WS-HK-MEM-IDX) - WS-PROF-RETVERS
                   IF CAT-VERSION > WS-HK-LIMIT
                       MOVE 'Y' TO WS-HK-KEEP
                   END-IF
               END-IF
           END-IF
           IF WS-PROF-RETDATE NOT = SPACES
                   AND CAT-GEN-DATE >= WS-PROF-RETDATE
               MOVE 'Y' TO WS-HK-KEEP
           END-IF
           MOVE CAT-STATUS TO WS-PRM-STATUS-CODE
           PERFORM 9780-SET-STATUS-WORD
           IF CAT-STATUS = 'P'
               IF WS-HK-KEEP = 'N'
                   MOVE SPACES TO ARCHIVE-LINE
                   STRING 'KEPT    ' CAT-MEMBER ' V' CAT-VERSION
                       ' ' CAT-GEN-DATE ' ' WS-PRM-STATUS-WORD
                       ' IN PRODUCTION'
                       DELIMITED BY SIZE INTO ARCHIVE-LINE
                   WRITE ARCHIVE-LINE
               END-IF
               MOVE 'Y' TO WS-HK-KEEP
           END-IF
           IF WS-HK-KEEP = 'N'
               ADD 1 TO WS-HK-PURGED
               MOVE SPACES TO ARCHIVE-LINE
               STRING 'EXPIRED ' CAT-MEMBER ' V' CAT-VERSION
                   ' ' CAT-GEN-DATE ' ' CAT-GEN-TIME
                   ' ' WS-PRM-STATUS-WORD
                   ' ' CAT-FILENAME(1:30)
                   DELIMITED BY SIZE INTO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               IF WS-HK-REPORT-ONLY NOT = 'Y'
                   DELETE GEN-CATALOG RECORD
                       INVALID KEY
                           DISPLAY 'Delete failed for '
                               CAT-MEMBER ' V' CAT-VERSION
                   END-DELETE
               END-IF
           END-IF.

       9400-LOG-INQUIRY.
           DISPLAY 'Generation log inquiry...'
           MOVE SPACES TO WS-LOGQ-USER
           MOVE SPACES TO WS-LOGQ-OPTION
           MOVE SPACES TO WS-LOGQ-FROM
           MOVE SPACES TO WS-LOGQ-TO
           IF NOT WS-BATCH-MODE
               ACCEPT LOG-INQUIRY-SCREEN
           ELSE
               MOVE WS-BC-USERNAME(1:8) TO WS-LOGQ-USER
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-LOGQ-USER) TO WS-LOGQ-USER
           IF WS-LOGQ-FROM = SPACES
               MOVE '00000000' TO WS-LOGQ-FROM
           END-IF
           IF WS-LOGQ-TO = SPACES
               MOVE '99999999' TO WS-LOGQ-TO
           END-IF
           IF WS-LOGQ-OPTION(1:1) = '0'
               MOVE WS-LOGQ-OPTION(2:1) TO WS-LOGQ-OPTION(1:1)
               MOVE SPACE TO WS-LOGQ-OPTION(2:1)
           END-IF
           MOVE 0 TO WS-LOGQ-HITS
           MOVE 'N' TO WS-EOF-GENLOG
           OPEN INPUT GENLOG
           IF WS-STATUS-GENLOG NOT = '00'
               DISPLAY 'No generation history found yet.'
           ELSE
               PERFORM UNTIL WS-EOF-GENLOG = 'Y'
                   READ GENLOG INTO WS-CUR-LOG-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-GENLOG
                       NOT AT END
                           PERFORM 9410-SHOW-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE GENLOG
               DISPLAY 'Log records selected: ' WS-LOGQ-HITS
           END-IF.

       9410-SHOW-LOG-LINE.
           IF WS-CUR-LOG-LINE(17:4) = 'DISC'
               MOVE WS-CUR-LOG-LINE(22:2) TO WS-LOGQ-CHOICE
           ELSE
               MOVE WS-CUR-LOG-LINE(21:2) TO WS-LOGQ-CHOICE
           END-IF
           IF WS-LOGQ-CHOICE(1:1) = '0'
               MOVE WS-LOGQ-CHOICE(2:1) TO WS-LOGQ-CHOICE(1:1)
               MOVE SPACE TO WS-LOGQ-CHOICE(2:1)
           END-IF
           EVALUATE TRUE
               WHEN WS-CUR-LOG-LINE(1:8) < WS-LOGQ-FROM
               WHEN WS-CUR-LOG-LINE(1:8) > WS-LOGQ-TO
                   CONTINUE
               WHEN WS-LOGQ-USER NOT = SPACES
                       AND WS-CUR-LOG-LINE(66:8) NOT = WS-LOGQ-USER
                   CONTINUE
               WHEN WS-LOGQ-OPTION NOT = SPACES
                       AND WS-LOGQ-CHOICE NOT = WS-LOGQ-OPTION
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-LOGQ-HITS
                   DISPLAY WS-CUR-LOG-LINE(1:79)
           END-EVALUATE.

       0930-REGENERATE-LAST.
           MOVE SPACES TO WS-LAST-LOG-LINE
           MOVE 'N' TO WS-EOF-GENLOG
           OPEN INPUT GENLOG
           IF WS-STATUS-GENLOG NOT = '00'
               DISPLAY 'No generation history found yet.'
           ELSE
               PERFORM UNTIL WS-EOF-GENLOG = 'Y'
                   READ GENLOG INTO WS-CUR-LOG-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-GENLOG
                       NOT AT END
                           IF WS-CUR-LOG-LINE(17:3) = 'GEN'
                               MOVE WS-CUR-LOG-LINE TO WS-LAST-LOG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENLOG
               IF WS-LAST-LOG-LINE = SPACES
                   DISPLAY 'No successful generation to regenerate yet.'
               ELSE
                   DISPLAY 'Regenerating: ' WS-LAST-LOG-LINE
                   MOVE WS-LAST-LOG-LINE(21:2) TO WS-REGEN-CHOICE
                   MOVE WS-REGEN-CHOICE TO WS-CHOICE
                   PERFORM 0000-DISPATCH-CHOICE
               END-IF
           END-IF.

       0300-PROMPT-SQL-TABLE-COLUMNS.
           IF WS-SQL-TABLE-SET = 'Y' AND WS-BC-TABLE = SPACES
               DISPLAY 'Reusing table name from this session: '
                   FUNCTION TRIM(WS-SQL-TABLE)
           ELSE
               MOVE SPACES TO WS-SQL-TABLE
               IF NOT WS-BATCH-MODE
                   ACCEPT SQL-TABLE-NAME-SCREEN
               END-IF
               IF WS-SQL-TABLE = SPACES
                   MOVE WS-BC-TABLE TO WS-SQL-TABLE
               END-IF
               IF WS-SQL-TABLE = SPACES
                   MOVE 'my_table' TO WS-SQL-TABLE
               END-IF
               MOVE 'Y' TO WS-SQL-TABLE-SET
           END-IF
           MOVE SPACES TO WS-SQL-COL-TAB
           MOVE SPACES TO WS-SQL-COLTYPE-TAB
           MOVE SPACES TO WS-DDL-FILENAME
           IF NOT WS-BATCH-MODE
               ACCEPT DDL-IMPORT-SCREEN
           END-IF
           IF WS-DDL-FILENAME = SPACES
               MOVE WS-BC-DDL TO WS-DDL-FILENAME
           END-IF
           IF WS-DDL-FILENAME NOT = SPACES
               PERFORM 0360-LOAD-DDL-COLUMNS
           ELSE
               IF NOT WS-BATCH-MODE
                   ACCEPT SQL-COLUMNS-SCREEN
               END-IF
               IF WS-BC-COLS NOT = SPACES
                   UNSTRING WS-BC-COLS DELIMITED BY '/'
                       INTO WS-SQL-COLN(1) WS-SQL-COLN(2)
                            WS-SQL-COLN(3) WS-SQL-COLN(4)
                            WS-SQL-COLN(5) WS-SQL-COLN(6)
                            WS-SQL-COLN(7) WS-SQL-COLN(8)
                            WS-SQL-COLN(9) WS-SQL-COLN(10)
                            WS-SQL-COLN(11) WS-SQL-COLN(12)
                            WS-SQL-COLN(13) WS-SQL-COLN(14)
                            WS-SQL-COLN(15) WS-SQL-COLN(16)
                            WS-SQL-COLN(17) WS-SQL-COLN(18)
                            WS-SQL-COLN(19) WS-SQL-COLN(20)
                   END-UNSTRING
               END-IF
               PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                       UNTIL WS-SQL-COL-IDX > 20
                   PERFORM 0315-SPLIT-COLUMN-TYPE
               END-PERFORM
           END-IF
           PERFORM 0310-BUILD-SQL-COLLIST.

       0360-LOAD-DDL-COLUMNS.
           MOVE WS-DDL-FILENAME TO WS-TEMPLATE-FILENAME
           MOVE 'N' TO WS-EOF-TEMPLATE
           MOVE 'N' TO WS-DDL-IN-COLS
           MOVE 0 TO WS-SQL-COLCOUNT
           OPEN INPUT TEMPLATE-FILE
           IF WS-STATUS-TEMPLATE NOT = '00'
               DISPLAY 'Unable to open DDL member '
                   FUNCTION TRIM(WS-DDL-FILENAME)
                   ', status ' WS-STATUS-TEMPLATE
           ELSE
               PERFORM UNTIL WS-TEMPLATE-EOF
                   READ TEMPLATE-FILE INTO WS-TPL-LINE
                       AT END
                           SET WS-TEMPLATE-EOF TO TRUE
                       NOT AT END
                           PERFORM 0365-PARSE-DDL-LINE
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
               IF WS-SQL-COLN(1) = SPACES
                   DISPLAY 'No column definitions found in '
                       FUNCTION TRIM(WS-DDL-FILENAME)
               ELSE
                   DISPLAY 'Imported table '
                       FUNCTION TRIM(WS-SQL-TABLE)
                       ' from ' FUNCTION TRIM(WS-DDL-FILENAME)
                   MOVE 'Y' TO WS-SQL-TABLE-SET
               END-IF
           END-IF.

       0365-PARSE-DDL-LINE.
           MOVE FUNCTION UPPER-CASE(WS-TPL-LINE) TO WS-DDL-WORK
           IF WS-DDL-WORK = SPACES OR WS-DDL-WORK(7:1) = '*'
                   OR FUNCTION TRIM(WS-DDL-WORK LEADING)(1:2) = '--'
               CONTINUE
           ELSE
           IF WS-DDL-IN-COLS = 'Y'
                   AND FUNCTION TRIM(WS-DDL-WORK LEADING)(1:1) = ')'
               MOVE 'N' TO WS-DDL-IN-COLS
           ELSE
               INSPECT WS-DDL-WORK REPLACING ALL ',' BY ' '
               INSPECT WS-DDL-WORK REPLACING ALL ';' BY ' '
               MOVE SPACES TO WS-DDL-TOKEN-TAB
               UNSTRING FUNCTION TRIM(WS-DDL-WORK LEADING)
                   DELIMITED BY ALL ' '
                   INTO WS-DDL-TOKEN(1) WS-DDL-TOKEN(2)
                        WS-DDL-TOKEN(3) WS-DDL-TOKEN(4)
                        WS-DDL-TOKEN(5) WS-DDL-TOKEN(6)
               END-UNSTRING
               PERFORM 0367-APPLY-DDL-TOKENS
           END-IF
           END-IF.

       0367-APPLY-DDL-TOKENS.
           MOVE 0 TO WS-DDL-TOK-IDX
           PERFORM VARYING WS-KW-PTR FROM 1 BY 1
                   UNTIL WS-KW-PTR > 5
               IF WS-DDL-TOKEN(WS-KW-PTR) = 'DECLARE'
                       OR (WS-DDL-TOKEN(WS-KW-PTR) = 'CREATE'
                       AND WS-DDL-TOKEN(WS-KW-PTR + 1) = 'TABLE')
                   MOVE WS-KW-PTR TO WS-DDL-TOK-IDX
               END-IF
           END-PERFORM
           IF WS-DDL-TOK-IDX > 0
               IF WS-DDL-TOKEN(WS-DDL-TOK-IDX) = 'CREATE'
                   ADD 2 TO WS-DDL-TOK-IDX
               ELSE
                   ADD 1 TO WS-DDL-TOK-IDX
               END-IF
               IF WS-DDL-TOK-IDX > 6
                   MOVE 6 TO WS-DDL-TOK-IDX
               END-IF
               MOVE SPACES TO WS-DDL-NAME
               UNSTRING WS-DDL-TOKEN(WS-DDL-TOK-IDX)
                   DELIMITED BY '('
                   INTO WS-DDL-NAME
               END-UNSTRING
               MOVE WS-DDL-NAME TO WS-SQL-TABLE
               MOVE 'Y' TO WS-DDL-IN-COLS
           ELSE
               IF WS-DDL-IN-COLS = 'Y'
                   PERFORM 0368-STORE-DDL-COLUMN
               END-IF
           END-IF.

       0368-STORE-DDL-COLUMN.
           MOVE WS-DDL-TOKEN(1) TO WS-DDL-NAME
           MOVE WS-DDL-TOKEN(2) TO WS-DDL-TYPE
           IF WS-DDL-NAME(1:1) = '('
               MOVE WS-DDL-NAME(2:29) TO WS-DDL-NAME
               IF WS-DDL-NAME = SPACES
                   MOVE WS-DDL-TOKEN(2) TO WS-DDL-NAME
                   MOVE WS-DDL-TOKEN(3) TO WS-DDL-TYPE
               END-IF
           END-IF
           EVALUATE WS-DDL-NAME
               WHEN SPACES
               WHEN 'PRIMARY'
               WHEN 'FOREIGN'
               WHEN 'CONSTRAINT'
               WHEN 'UNIQUE'
               WHEN 'CHECK'
               WHEN 'KEY'
               WHEN 'IN'
               WHEN 'END-EXEC'
               WHEN 'END-EXEC.'
               WHEN 'EXEC'
                   CONTINUE
               WHEN OTHER
                   IF WS-SQL-COLCOUNT < 20
                       ADD 1 TO WS-SQL-COLCOUNT
                       MOVE SPACES
                           TO WS-SQL-COLN(WS-SQL-COLCOUNT)
                       UNSTRING WS-DDL-NAME DELIMITED BY '('
                           INTO WS-SQL-COLN(WS-SQL-COLCOUNT)
                       END-UNSTRING
                       EVALUATE WS-DDL-TYPE(1:3)
                           WHEN 'DEC'
                           WHEN 'NUM'
                           WHEN 'FLO'
                           WHEN 'REA'
                           WHEN 'DOU'
                               MOVE 'D' TO
                                   WS-SQL-COLTYPE(WS-SQL-COLCOUNT)
                           WHEN 'INT'
                           WHEN 'SMA'
                           WHEN 'BIG'
                               MOVE 'I' TO
                                   WS-SQL-COLTYPE(WS-SQL-COLCOUNT)
                           WHEN 'DAT'
                           WHEN 'TIM'
                               MOVE 'T' TO
                                   WS-SQL-COLTYPE(WS-SQL-COLCOUNT)
                           WHEN OTHER
                               MOVE 'C' TO
                                   WS-SQL-COLTYPE(WS-SQL-COLCOUNT)
                       END-EVALUATE
                   END-IF
           END-EVALUATE.

       0315-SPLIT-COLUMN-TYPE.
           IF WS-SQL-COLN(WS-SQL-COL-IDX) NOT = SPACES
               MOVE WS-SQL-COLN(WS-SQL-COL-IDX) TO WS-SQL-COLSPEC
               MOVE SPACES TO WS-SQL-COLN(WS-SQL-COL-IDX)
               MOVE SPACES TO WS-SK-TOK3
               UNSTRING WS-SQL-COLSPEC DELIMITED BY ':'
                   INTO WS-SQL-COLN(WS-SQL-COL-IDX) WS-SK-TOK3
               END-UNSTRING
               IF WS-SK-TOK3 NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-SK-TOK3)
                       TO WS-SQL-COLTYPE(WS-SQL-COL-IDX)
               END-IF
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-SQL-COLTYPE(WS-SQL-COL-IDX))
               TO WS-SQL-COLTYPE(WS-SQL-COL-IDX)
           IF WS-SQL-COLTYPE(WS-SQL-COL-IDX) NOT = 'D'
                   AND WS-SQL-COLTYPE(WS-SQL-COL-IDX) NOT = 'I'
                   AND WS-SQL-COLTYPE(WS-SQL-COL-IDX) NOT = 'T'
               MOVE 'C' TO WS-SQL-COLTYPE(WS-SQL-COL-IDX)
           END-IF.

       2400-SET-COLUMN-PIC.
           EVALUATE WS-SQL-COLTYPE(WS-SQL-COL-IDX)
               WHEN 'D'
                   MOVE 'S9(9)V99 COMP-3' TO WS-SQL-COLPIC
               WHEN 'I'
                   MOVE 'S9(9) COMP' TO WS-SQL-COLPIC
               WHEN 'T'
                   MOVE 'X(10)' TO WS-SQL-COLPIC
               WHEN OTHER
                   MOVE 'X(20)' TO WS-SQL-COLPIC
           END-EVALUATE.

       0310-BUILD-SQL-COLLIST.
           MOVE SPACES TO WS-SQL-COLLIST
           MOVE 0 TO WS-SQL-COLCOUNT
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > 20
               IF WS-SQL-COLN(WS-SQL-COL-IDX) NOT = SPACES
                   ADD 1 TO WS-SQL-COLCOUNT
                   IF WS-SQL-COLLIST = SPACES
                       STRING FUNCTION TRIM(WS-SQL-COLN(WS-SQL-COL-IDX))
                           DELIMITED BY SIZE
                           INTO WS-SQL-COLLIST
                   ELSE
                       MOVE WS-SQL-COLLIST TO WS-SQL-COLLIST-TMP
                       MOVE SPACES TO WS-SQL-COLLIST
                       STRING FUNCTION TRIM(WS-SQL-COLLIST-TMP)
                           DELIMITED BY SIZE
                           ', ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SQL-COLN(WS-SQL-COL-IDX))
                           DELIMITED BY SIZE
                           INTO WS-SQL-COLLIST
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SQL-COLLIST = SPACES
               MOVE 'column1, column2' TO WS-SQL-COLLIST
               MOVE 2 TO WS-SQL-COLCOUNT
               MOVE 'column1' TO WS-SQL-COLN(1)
               MOVE 'column2' TO WS-SQL-COLN(2)
           END-IF.

       0370-PROMPT-SQL-JOIN.
           MOVE SPACES TO WS-SQL-TABLE2
           MOVE SPACES TO WS-SQL-JOIN1
           MOVE SPACES TO WS-SQL-JOIN2
           MOVE SPACES TO WS-SQL-C2N-TAB
           MOVE WS-SQL-COLCOUNT TO WS-SQL-COL1CNT
           IF NOT WS-BATCH-MODE
               ACCEPT SQL-JOIN-SCREEN
           END-IF
           IF WS-SQL-TABLE2 = SPACES
               MOVE WS-BC-TABLE2 TO WS-SQL-TABLE2
           END-IF
           IF WS-SQL-TABLE2 = SPACES
               CONTINUE
           ELSE
               IF WS-SQL-C2N(1) = SPACES
                       AND WS-BC-COLS2 NOT = SPACES
                   UNSTRING WS-BC-COLS2 DELIMITED BY '/'
                       INTO WS-SQL-C2N(1) WS-SQL-C2N(2)
                            WS-SQL-C2N(3) WS-SQL-C2N(4)
                   END-UNSTRING
               END-IF
               PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                       UNTIL WS-VAL-IDX > 4
                   IF WS-SQL-C2N(WS-VAL-IDX) NOT = SPACES
                           AND WS-SQL-COLCOUNT < 20
                       ADD 1 TO WS-SQL-COLCOUNT
                       MOVE WS-SQL-COLCOUNT TO WS-SQL-COL-IDX
                       MOVE WS-SQL-C2N(WS-VAL-IDX)
                           TO WS-SQL-COLN(WS-SQL-COL-IDX)
                       PERFORM 0315-SPLIT-COLUMN-TYPE
                   END-IF
               END-PERFORM
               IF WS-BC-JOIN NOT = SPACES
                   UNSTRING WS-BC-JOIN DELIMITED BY ':'
                       INTO WS-SQL-JOIN1 WS-SQL-JOIN2
                   END-UNSTRING
               END-IF
               IF WS-SQL-JOIN1 = SPACES
                   MOVE WS-SQL-COLN(1) TO WS-SQL-JOIN1
               END-IF
               IF WS-SQL-JOIN2 = SPACES
                   IF WS-SQL-COLCOUNT > WS-SQL-COL1CNT
                       MOVE WS-SQL-COLN(WS-SQL-COL1CNT + 1)
                           TO WS-SQL-JOIN2
                   ELSE
                       MOVE WS-SQL-JOIN1 TO WS-SQL-JOIN2
                   END-IF
               END-IF
           END-IF.

       0330-PROMPT-SQL-ROWCOUNT.
           MOVE 0 TO WS-SQL-ROWCOUNT
           IF NOT WS-BATCH-MODE
               ACCEPT SQL-ROWCOUNT-SCREEN
           END-IF
           IF WS-SQL-ROWCOUNT = 0 AND WS-BC-ROWS NOT = SPACES
               COMPUTE WS-SQL-ROWCOUNT =
                   FUNCTION NUMVAL(WS-BC-ROWS)
           END-IF
           IF WS-SQL-ROWCOUNT = 0
               MOVE 100 TO WS-SQL-ROWCOUNT
           END-IF.

       0340-PROMPT-SQL-UPDATE.
           MOVE SPACES TO WS-SQL-SET-COL
           MOVE SPACES TO WS-SQL-SET-VAL
           MOVE SPACES TO WS-SQL-WHERE-COL
           MOVE SPACES TO WS-SQL-WHERE-VAL
           IF NOT WS-BATCH-MODE
               ACCEPT SQL-UPDATE-SCREEN
           END-IF
           IF WS-SQL-SET-COL = SPACES
               MOVE WS-BC-SETCOL TO WS-SQL-SET-COL
           END-IF
           IF WS-SQL-SET-VAL = SPACES
               MOVE WS-BC-SETVAL TO WS-SQL-SET-VAL
           END-IF
           IF WS-SQL-WHERE-COL = SPACES
               MOVE WS-BC-WHERECOL TO WS-SQL-WHERE-COL
           END-IF
           IF WS-SQL-WHERE-VAL = SPACES
               MOVE WS-BC-WHEREVAL TO WS-SQL-WHERE-VAL
           END-IF
           IF WS-SQL-SET-COL = SPACES
               MOVE 'column1' TO WS-SQL-SET-COL
           END-IF
           IF WS-SQL-SET-VAL = SPACES
               MOVE 'new_value' TO WS-SQL-SET-VAL
           END-IF
           IF WS-SQL-WHERE-COL = SPACES
               MOVE 'column2' TO WS-SQL-WHERE-COL
           END-IF
           IF WS-SQL-WHERE-VAL = SPACES
               MOVE 'some_condition' TO WS-SQL-WHERE-VAL
           END-IF.

       0320-PROMPT-SQL-CONNECT.
           MOVE SPACES TO WS-SQL-DBNAME
           MOVE SPACES TO WS-SQL-USERNAME
           IF NOT WS-BATCH-MODE
               ACCEPT SQL-CONNECT-SCREEN
           END-IF
           IF WS-SQL-DBNAME = SPACES
               MOVE WS-BC-DBNAME TO WS-SQL-DBNAME
           END-IF
           IF WS-SQL-USERNAME = SPACES
               MOVE WS-BC-USERNAME TO WS-SQL-USERNAME
           END-IF
           IF WS-SQL-DBNAME = SPACES
               MOVE WS-PROF-DBNAME TO WS-SQL-DBNAME
           END-IF
           IF WS-SQL-USERNAME = SPACES
               MOVE WS-PROF-USERID TO WS-SQL-USERNAME
           END-IF.

       0400-PROMPT-SUBPROGRAM.
           MOVE SPACES TO WS-SUBPROG-NAME
           MOVE 1 TO WS-PARAM-COUNT
           IF NOT WS-BATCH-MODE
               ACCEPT SUBPROG-SCREEN
           END-IF
           IF WS-SUBPROG-NAME = SPACES
               MOVE WS-BC-SUBNAME TO WS-SUBPROG-NAME
           END-IF
           IF WS-SUBPROG-NAME = SPACES
               MOVE 'SUBPROG1' TO WS-SUBPROG-NAME
           END-IF
           IF WS-PARAM-COUNT = 0
               MOVE 1 TO WS-PARAM-COUNT
           END-IF
           IF WS-BC-PARMS NOT = SPACES
               PERFORM 0420-PARSE-BATCH-PARMS
           ELSE
               PERFORM 0410-PROMPT-PARAMETERS
           END-IF.

       0410-PROMPT-PARAMETERS.
           PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
                   UNTIL WS-PARAM-IDX > WS-PARAM-COUNT
               MOVE SPACES TO WS-PARAM-NAME(WS-PARAM-IDX)
               MOVE SPACES TO WS-PARAM-PIC(WS-PARAM-IDX)
               IF NOT WS-BATCH-MODE
                   ACCEPT PARAM-SCREEN
               END-IF
               IF WS-PARAM-NAME(WS-PARAM-IDX) = SPACES
                   STRING 'PARM' WS-PARAM-IDX DELIMITED BY SIZE
                       INTO WS-PARAM-NAME(WS-PARAM-IDX)
               END-IF
               IF WS-PARAM-PIC(WS-PARAM-IDX) = SPACES
                   MOVE 'X(10)' TO WS-PARAM-PIC(WS-PARAM-IDX)
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-PARAM-SET.

       0420-PARSE-BATCH-PARMS.
           MOVE SPACES TO WS-PARM-SPEC-TAB
           UNSTRING WS-BC-PARMS DELIMITED BY '/'
               INTO WS-PARM-SPEC(1) WS-PARM-SPEC(2) WS-PARM-SPEC(3)
                    WS-PARM-SPEC(4) WS-PARM-SPEC(5) WS-PARM-SPEC(6)
                    WS-PARM-SPEC(7) WS-PARM-SPEC(8) WS-PARM-SPEC(9)
           END-UNSTRING
           MOVE 0 TO WS-PARAM-COUNT
           PERFORM VARYING WS-SPEC-IDX FROM 1 BY 1
                   UNTIL WS-SPEC-IDX > 9
               IF WS-PARM-SPEC(WS-SPEC-IDX) NOT = SPACES
                   ADD 1 TO WS-PARAM-COUNT
                   MOVE SPACES TO WS-PARAM-NAME(WS-PARAM-COUNT)
                   MOVE SPACES TO WS-PARAM-PIC(WS-PARAM-COUNT)
                   UNSTRING WS-PARM-SPEC(WS-SPEC-IDX)
                       DELIMITED BY ':'
                       INTO WS-PARAM-NAME(WS-PARAM-COUNT)
                            WS-PARAM-PIC(WS-PARAM-COUNT)
                   END-UNSTRING
                   IF WS-PARAM-PIC(WS-PARAM-COUNT) = SPACES
                       MOVE 'X(10)' TO WS-PARAM-PIC(WS-PARAM-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PARAM-COUNT = 0
               MOVE 1 TO WS-PARAM-COUNT
               MOVE 'PARM1' TO WS-PARAM-NAME(1)
               MOVE 'X(10)' TO WS-PARAM-PIC(1)
           END-IF
           MOVE 'Y' TO WS-PARAM-SET.

       0500-PROMPT-COPYBOOK.
           MOVE SPACES TO WS-COPY-RECNAME
           MOVE SPACES TO WS-COPY-FIELD-USAGE-TAB
           MOVE ZEROS TO WS-COPY-FIELD-OCCURS-TAB
           MOVE SPACES TO WS-COPY-FIELD-REDEF-TAB
           MOVE ZEROS TO WS-COPY-FIELD-INOCC-TAB
           MOVE 1 TO WS-COPY-FIELD-COUNT
           IF NOT WS-BATCH-MODE
               ACCEPT COPYBOOK-SCREEN
           END-IF
           IF WS-COPY-RECNAME = SPACES
               MOVE WS-BC-RECNAME TO WS-COPY-RECNAME
           END-IF
           IF WS-COPY-RECNAME = SPACES
               MOVE 'WS-COPY-RECORD' TO WS-COPY-RECNAME
           END-IF
           IF WS-COPY-FIELD-COUNT = 0
               MOVE 1 TO WS-COPY-FIELD-COUNT
           END-IF
           IF WS-BC-FIELDS NOT = SPACES
               PERFORM 0520-PARSE-BATCH-FIELDS
           ELSE
               PERFORM 0510-PROMPT-COPYBOOK-FIELDS
           END-IF.

       0510-PROMPT-COPYBOOK-FIELDS.
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               MOVE SPACES TO WS-COPY-FIELD-LEVEL(WS-COPY-FIELD-IDX)
               MOVE SPACES TO WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX)
               MOVE SPACES TO WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX)
               IF NOT WS-BATCH-MODE
                   ACCEPT COPYBOOK-FIELD-SCREEN
               END-IF
               IF WS-COPY-FIELD-LEVEL(WS-COPY-FIELD-IDX) = SPACES
                   MOVE '05' TO WS-COPY-FIELD-LEVEL(WS-COPY-FIELD-IDX)
               END-IF
               IF WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX) = SPACES
                   STRING 'FIELD' WS-COPY-FIELD-IDX DELIMITED BY SIZE
                       INTO WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX)
               END-IF
               IF WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX) = SPACES
                   MOVE 'X(10)' TO WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX)
               END-IF
           END-PERFORM.

       0520-PARSE-BATCH-FIELDS.
           MOVE SPACES TO WS-COPY-FIELD-USAGE-TAB
           MOVE ZEROS TO WS-COPY-FIELD-OCCURS-TAB
           MOVE SPACES TO WS-COPY-FIELD-REDEF-TAB
           MOVE ZEROS TO WS-COPY-FIELD-INOCC-TAB
           MOVE SPACES TO WS-PARM-SPEC-TAB
           UNSTRING WS-BC-FIELDS DELIMITED BY '/'
               INTO WS-PARM-SPEC(1) WS-PARM-SPEC(2) WS-PARM-SPEC(3)
                    WS-PARM-SPEC(4) WS-PARM-SPEC(5) WS-PARM-SPEC(6)
                    WS-PARM-SPEC(7) WS-PARM-SPEC(8) WS-PARM-SPEC(9)
           END-UNSTRING
           MOVE 0 TO WS-COPY-FIELD-COUNT
           PERFORM VARYING WS-SPEC-IDX FROM 1 BY 1
                   UNTIL WS-SPEC-IDX > 9
               IF WS-PARM-SPEC(WS-SPEC-IDX) NOT = SPACES
                   ADD 1 TO WS-COPY-FIELD-COUNT
                   MOVE SPACES
                       TO WS-COPY-FIELD-LEVEL(WS-COPY-FIELD-COUNT)
                   MOVE SPACES
                       TO WS-COPY-FIELD-NAME(WS-COPY-FIELD-COUNT)
                   MOVE SPACES
                       TO WS-COPY-FIELD-PIC(WS-COPY-FIELD-COUNT)
                   UNSTRING WS-PARM-SPEC(WS-SPEC-IDX)
                       DELIMITED BY ':'
                       INTO WS-COPY-FIELD-LEVEL(WS-COPY-FIELD-COUNT)
                            WS-COPY-FIELD-NAME(WS-COPY-FIELD-COUNT)
                            WS-COPY-FIELD-PIC(WS-COPY-FIELD-COUNT)
                   END-UNSTRING
                   IF WS-COPY-FIELD-LEVEL(WS-COPY-FIELD-COUNT)
                           = SPACES
                       MOVE '05'
                           TO WS-COPY-FIELD-LEVEL(WS-COPY-FIELD-COUNT)
                   END-IF
                   IF WS-COPY-FIELD-NAME(WS-COPY-FIELD-COUNT)
                           = SPACES
                       STRING 'FIELD' WS-COPY-FIELD-COUNT
                           DELIMITED BY SIZE
                           INTO WS-COPY-FIELD-NAME(WS-COPY-FIELD-COUNT)
                   END-IF
                   IF WS-COPY-FIELD-PIC(WS-COPY-FIELD-COUNT)
                           = SPACES
                       MOVE 'X(10)'
                           TO WS-COPY-FIELD-PIC(WS-COPY-FIELD-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-COPY-FIELD-COUNT = 0
               MOVE 1 TO WS-COPY-FIELD-COUNT
               MOVE '05' TO WS-COPY-FIELD-LEVEL(1)
               MOVE 'FIELD1' TO WS-COPY-FIELD-NAME(1)
               MOVE 'X(10)' TO WS-COPY-FIELD-PIC(1)
           END-IF.

       0200-PROMPT-SUBOPTIONS.
           MOVE 'N' TO WS-CHOICE
           MOVE 'N' TO WS-CHOICE2
           MOVE 'N' TO WS-CHOICE3
           IF NOT WS-BATCH-MODE
               ACCEPT SUBMENU-SCREEN
           ELSE
               IF WS-BC-INC = SPACES
                   MOVE 'O' TO WS-CHOICE
               ELSE
                   IF WS-BC-INC(1:1) = 'R' OR WS-BC-INC(2:1) = 'R'
                           OR WS-BC-INC(3:1) = 'R'
                       MOVE 'O' TO WS-CHOICE
                   END-IF
                   IF WS-BC-INC(1:1) = 'W' OR WS-BC-INC(2:1) = 'W'
                           OR WS-BC-INC(3:1) = 'W'
                       MOVE 'O' TO WS-CHOICE2
                   END-IF
                   IF WS-BC-INC(1:1) = 'S' OR WS-BC-INC(2:1) = 'S'
                           OR WS-BC-INC(3:1) = 'S'
                       MOVE 'O' TO WS-CHOICE3
                   END-IF
               END-IF
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE2) TO WS-CHOICE2
           MOVE FUNCTION UPPER-CASE(WS-CHOICE3) TO WS-CHOICE3.

         1000-READ-SEQUENTIAL-FILE.
           MOVE 'READFILE' TO WS-FILENAME-PREFIX
           MOVE 'R' TO WS-LAST-GEN-KIND
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           IF NOT WS-BATCH-MODE
               ACCEPT READ-SCREEN
           END-IF.
           PERFORM 0200-PROMPT-SUBOPTIONS.
           PERFORM 0210-PROMPT-USE-LAYOUT.
           PERFORM 0260-PROMPT-RESTARTABLE.
           PERFORM 0270-PROMPT-MULTIREC.
           PERFORM 0280-PROMPT-VARREC.
           PERFORM 0100-PROMPT-OUTPUT-FILENAME.
           PERFORM 0150-OPEN-SEQFILE-CHECKED.
           IF WS-GEN-OPEN-FAILED = 'N'
               IF WS-GEN-MULTIREC = 'Y'
                   PERFORM 1900-EMIT-MULTIREC-PROGRAM
               ELSE
                   PERFORM 1005-READ-SEQUENTIAL-FILE-WRITE
               END-IF
           END-IF
           CLOSE SEQFILE.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.


       1100-WRITE-SEQUENTIAL-FILE.
           MOVE 'WRITEFILE' TO WS-FILENAME-PREFIX
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           IF NOT WS-BATCH-MODE
               ACCEPT WRITE-SCREEN
           END-IF.
           MOVE 'N' TO WS-CHOICE
           MOVE 'O' TO WS-CHOICE2
           MOVE 'N' TO WS-CHOICE3
           PERFORM 0210-PROMPT-USE-LAYOUT.
           PERFORM 0280-PROMPT-VARREC.
           PERFORM 0100-PROMPT-OUTPUT-FILENAME.
           PERFORM 0150-OPEN-SEQFILE-CHECKED.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 1105-WRITE-SEQUENTIAL-FILE-WRITE
           END-IF
           CLOSE SEQFILE.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       1200-SORT-FILE.
           MOVE 'SORTFILE' TO WS-FILENAME-PREFIX
           MOVE 'S' TO WS-LAST-GEN-KIND
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           IF NOT WS-BATCH-MODE
               ACCEPT SORT-SCREEN
           END-IF.
           MOVE 'N' TO WS-CHOICE
           MOVE 'N' TO WS-CHOICE2
           MOVE 'O' TO WS-CHOICE3
           MOVE 'N' TO WS-GEN-VARREC
           PERFORM 0220-PROMPT-SORT-KEYS.
           PERFORM 0210-PROMPT-USE-LAYOUT.
           PERFORM 0100-PROMPT-OUTPUT-FILENAME.
           PERFORM 0150-OPEN-SEQFILE-CHECKED.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 1205-SORT-FILE-WRITE
           END-IF
           CLOSE SEQFILE.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       1250-CREATE-SORT-CARDS.
           MOVE 'SORTCNTL' TO WS-FILENAME-PREFIX
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           DISPLAY 'Sort utility control statements...'
           MOVE 'S' TO WS-SRT-FUNC
           MOVE SPACE TO WS-SRT-SELTYPE
           MOVE SPACES TO WS-SRT-COND
           MOVE SPACES TO WS-SRT-SUM
           MOVE SPACES TO WS-SRT-OUTREC
           IF WS-BATCH-MODE
               IF WS-BC-UTIL = 'MERGE'
                   MOVE 'M' TO WS-SRT-FUNC
               END-IF
               IF WS-BC-INCLUDE NOT = SPACES
                   MOVE 'I' TO WS-SRT-SELTYPE
                   MOVE WS-BC-INCLUDE TO WS-SRT-COND
               END-IF
               IF WS-BC-OMIT NOT = SPACES
                   MOVE 'O' TO WS-SRT-SELTYPE
                   MOVE WS-BC-OMIT TO WS-SRT-COND
               END-IF
               MOVE WS-BC-SUM TO WS-SRT-SUM
               MOVE WS-BC-OUTREC TO WS-SRT-OUTREC
           ELSE
               ACCEPT SORTCARD-SCREEN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-SRT-FUNC) TO WS-SRT-FUNC
           MOVE FUNCTION UPPER-CASE(WS-SRT-SELTYPE) TO WS-SRT-SELTYPE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SRT-SUM))
               TO WS-SRT-SUM
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SRT-OUTREC))
               TO WS-SRT-OUTREC
           IF WS-SRT-FUNC NOT = 'M'
               MOVE 'S' TO WS-SRT-FUNC
           END-IF
           IF WS-SRT-COND = SPACES
               MOVE SPACE TO WS-SRT-SELTYPE
           END-IF
           IF WS-SRT-SELTYPE NOT = 'I' AND WS-SRT-SELTYPE NOT = 'O'
               MOVE SPACE TO WS-SRT-SELTYPE
               MOVE SPACES TO WS-SRT-COND
           END-IF
           IF WS-SRT-FUNC = 'M'
               MOVE 2 TO WS-MERGE-COUNT
               IF NOT WS-BATCH-MODE
                   ACCEPT MERGE-COUNT-SCREEN
               ELSE
                   IF WS-BC-MERGE NOT = SPACES
                       COMPUTE WS-MERGE-COUNT =
                           FUNCTION NUMVAL(WS-BC-MERGE)
                   END-IF
               END-IF
               IF WS-MERGE-COUNT < 2
                   MOVE 2 TO WS-MERGE-COUNT
               END-IF
           END-IF
           PERFORM 0220-PROMPT-SORT-KEYS.
           PERFORM 0210-PROMPT-USE-LAYOUT.
           MOVE 80 TO WS-SRT-RECLEN
           IF WS-USE-LAYOUT = 'Y'
               PERFORM 9305-SET-FIELD-OFFSETS
               MOVE 0 TO WS-SRT-RECLEN
               PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                       UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
                   IF WS-COPY-FIELD-OFFSET(WS-COPY-FIELD-IDX)
                           + WS-COPY-FIELD-LENGTH(WS-COPY-FIELD-IDX)
                           - 1 > WS-SRT-RECLEN
                       COMPUTE WS-SRT-RECLEN =
                           WS-COPY-FIELD-OFFSET(WS-COPY-FIELD-IDX)
                           + WS-COPY-FIELD-LENGTH(WS-COPY-FIELD-IDX)
                           - 1
                   END-IF
               END-PERFORM
               IF WS-SRT-RECLEN = 0
                   MOVE 80 TO WS-SRT-RECLEN
               END-IF
           END-IF
           PERFORM 1252-PROMPT-SORT-CARDS-FILENAME.
           PERFORM 0150-OPEN-SEQFILE-CHECKED.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 1255-SORT-CARDS-WRITE
           END-IF
           CLOSE SEQFILE.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
               PERFORM 1270-GENERATE-SORT-JOB
           END-IF.

       1251-FIND-LAYOUT-FIELD.
           MOVE 0 TO WS-SRT-FIDX
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SRT-NAME))
               TO WS-SRT-NAME
           IF WS-USE-LAYOUT = 'Y'
               PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                       UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
                       OR WS-SRT-FIDX > 0
                   IF FUNCTION UPPER-CASE
                           (WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX))
                           = WS-SRT-NAME
                           AND WS-COPY-FIELD-LENGTH(WS-COPY-FIELD-IDX)
                           > 0
                       MOVE WS-COPY-FIELD-IDX TO WS-SRT-FIDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SRT-FIDX = 0
               DISPLAY 'Field ' FUNCTION TRIM(WS-SRT-NAME)
                   ' not found in the record layout.'
           ELSE
               MOVE WS-COPY-FIELD-OFFSET(WS-SRT-FIDX) TO WS-SRT-POS
               MOVE WS-COPY-FIELD-LENGTH(WS-SRT-FIDX) TO WS-SRT-FLEN
               MOVE FUNCTION UPPER-CASE(WS-COPY-FIELD-PIC(WS-SRT-FIDX))
                   TO WS-CSV-PICWK
               EVALUATE TRUE
                   WHEN WS-COPY-FIELD-USAGE(WS-SRT-FIDX) = 'COMP-3'
                       MOVE 'PD' TO WS-SRT-FMT
                   WHEN WS-COPY-FIELD-USAGE(WS-SRT-FIDX) = 'COMP'
                           AND WS-CSV-PICWK(1:1) = 'S'
                       MOVE 'FI' TO WS-SRT-FMT
                   WHEN WS-COPY-FIELD-USAGE(WS-SRT-FIDX) = 'COMP'
                       MOVE 'BI' TO WS-SRT-FMT
                   WHEN WS-CSV-PICWK(1:1) = '9'
                           OR WS-CSV-PICWK(1:1) = 'S'
                       MOVE 'ZD' TO WS-SRT-FMT
                   WHEN OTHER
                       MOVE 'CH' TO WS-SRT-FMT
               END-EVALUATE
           END-IF.

       1252-PROMPT-SORT-CARDS-FILENAME.
           MOVE 'Y' TO WS-OUTPUT-IS-JCL.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE SPACES TO WS-DEFAULT-FILENAME
           STRING 'SORTCNTL' '-'
               WS-CDT-YYYY WS-CDT-MM WS-CDT-DD
               '-' WS-CDT-HH WS-CDT-MIN WS-CDT-SS '.ctl'
               DELIMITED BY SIZE INTO WS-DEFAULT-FILENAME.
           MOVE SPACES TO WS-OUTPUT-FILENAME.
           IF NOT WS-BATCH-MODE
               ACCEPT FILENAME-SCREEN
           END-IF.
           IF WS-OUTPUT-FILENAME = SPACES
               MOVE WS-BC-OUTNAME TO WS-OUTPUT-FILENAME
           END-IF.
           IF WS-OUTPUT-FILENAME = SPACES
               MOVE WS-DEFAULT-FILENAME TO WS-OUTPUT-FILENAME
           END-IF.

       1255-SORT-CARDS-WRITE.
           MOVE 0 TO WS-SRT-OUTLEN
           IF WS-SRT-FUNC = 'M'
               MOVE "* MERGE CONTROL STATEMENTS" TO OUTPUT-LINE
           ELSE
               MOVE "* SORT CONTROL STATEMENTS" TO OUTPUT-LINE
           END-IF
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "* INPUT  : " FUNCTION TRIM(WS-GEN-INFILE)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-USE-LAYOUT = 'Y' AND WS-LAYOUT-CPY NOT = SPACES
               MOVE SPACES TO WS-BUILD-LINE
               STRING "* LAYOUT : " FUNCTION TRIM(WS-LAYOUT-CPY)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           PERFORM 1256-BUILD-KEY-STATEMENT
           PERFORM 1259-WRITE-SORT-STATEMENT
           IF WS-SRT-SELTYPE NOT = SPACE
               PERFORM 1260-BUILD-SELECTION
               IF WS-SRT-CONDS > 0
                   PERFORM 1259-WRITE-SORT-STATEMENT
               END-IF
           END-IF
           IF WS-SRT-SUM NOT = SPACES
               PERFORM 1264-BUILD-SUM
               IF WS-SRT-CONDS > 0
                   PERFORM 1259-WRITE-SORT-STATEMENT
               END-IF
           END-IF
           IF WS-SRT-OUTREC NOT = SPACES
               PERFORM 1266-BUILD-OUTREC
               IF WS-SRT-CONDS > 0
                   PERFORM 1259-WRITE-SORT-STATEMENT
               ELSE
                   MOVE 0 TO WS-SRT-OUTLEN
               END-IF
           END-IF.

       1256-BUILD-KEY-STATEMENT.
           MOVE SPACES TO WS-SRT-STMT
           MOVE 1 TO WS-SRT-PTR
           IF WS-SRT-FUNC = 'M'
               STRING 'MERGE FIELDS=(' DELIMITED BY SIZE
                   INTO WS-SRT-STMT WITH POINTER WS-SRT-PTR
           ELSE
               STRING 'SORT FIELDS=(' DELIMITED BY SIZE
                   INTO WS-SRT-STMT WITH POINTER WS-SRT-PTR
           END-IF
           IF WS-SORTKEY-COUNT = 0
               MOVE WS-SRT-RECLEN TO WS-SRT-LEN-ED
               STRING '1,' FUNCTION TRIM(WS-SRT-LEN-ED) ',CH,A'
                   DELIMITED BY SIZE
                   INTO WS-SRT-STMT WITH POINTER WS-SRT-PTR
           ELSE
               PERFORM VARYING WS-SORTKEY-IDX FROM 1 BY 1
                       UNTIL WS-SORTKEY-IDX > WS-SORTKEY-COUNT
                   IF WS-SORTKEY-IDX > 1
                       STRING ',' DELIMITED BY SIZE
                           INTO WS-SRT-STMT WITH POINTER WS-SRT-PTR
                   END-IF
                   MOVE WS-SORTKEY-POS(WS-SORTKEY-IDX) TO WS-SRT-POS-ED
                   MOVE WS-SORTKEY-LEN(WS-SORTKEY-IDX) TO WS-SRT-LEN-ED
                   IF WS-SORTKEY-TYPE(WS-SORTKEY-IDX) = 'N'
                       MOVE 'ZD' TO WS-SRT-FMT
                   ELSE
                       MOVE 'CH' TO WS-SRT-FMT
                   END-IF
                   IF WS-SORTKEY-DIR(WS-SORTKEY-IDX) = 'D'
                       MOVE 'D' TO WS-SRT-DIR
                   ELSE
                       MOVE 'A' TO WS-SRT-DIR
                   END-IF
                   STRING FUNCTION TRIM(WS-SRT-POS-ED) ','
                       FUNCTION TRIM(WS-SRT-LEN-ED) ','
                       WS-SRT-FMT ',' WS-SRT-DIR
                       DELIMITED BY SIZE
                       INTO WS-SRT-STMT WITH POINTER WS-SRT-PTR
               END-PERFORM
           END-IF
           STRING ')' DELIMITED BY SIZE
               INTO WS-SRT-STMT WITH POINTER WS-SRT-PTR.

       1259-WRITE-SORT-STATEMENT.
           COMPUTE WS-SRT-LEN = WS-SRT-PTR - 1
           MOVE 1 TO WS-SRT-START
           PERFORM UNTIL WS-SRT-START > WS-SRT-LEN
               IF WS-SRT-LEN - WS-SRT-START < 55
                   MOVE WS-SRT-LEN TO WS-SRT-BRK
               ELSE
                   COMPUTE WS-SRT-BRK = WS-SRT-START + 54
                   PERFORM UNTIL WS-SRT-BRK NOT > WS-SRT-START
                           OR WS-SRT-STMT(WS-SRT-BRK:1) = ','
                       SUBTRACT 1 FROM WS-SRT-BRK
                   END-PERFORM
                   IF WS-SRT-BRK NOT > WS-SRT-START
                       COMPUTE WS-SRT-BRK = WS-SRT-START + 54
                   END-IF
               END-IF
               MOVE SPACES TO WS-BUILD-LINE
               IF WS-SRT-START = 1
                   MOVE WS-SRT-STMT(1:WS-SRT-BRK)
                       TO WS-BUILD-LINE(2:70)
               ELSE
                   MOVE WS-SRT-STMT(WS-SRT-START:
                       WS-SRT-BRK - WS-SRT-START + 1)
                       TO WS-BUILD-LINE(16:56)
               END-IF
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               COMPUTE WS-SRT-START = WS-SRT-BRK + 1
           END-PERFORM.

       1260-BUILD-SELECTION.
           MOVE SPACES TO WS-SRT-STMT
           MOVE 1 TO WS-SRT-PTR
           IF WS-SRT-SELTYPE = 'O'
               STRING 'OMIT COND=(' DELIMITED BY SIZE
                   INTO WS-SRT-STMT WITH POINTER WS-SRT-PTR
           ELSE
               STRING 'INCLUDE COND=(' DELIMITED BY SIZE
                   INTO WS-SRT-STMT WITH POINTER WS-SRT-PTR
           END-IF
           MOVE SPACES TO WS-SRT-CSPEC-TAB
           MOVE SPACES TO WS-SRT-JOIN-TAB
           UNSTRING WS-SRT-COND DELIMITED BY '/' OR '|'
               INTO WS-SRT-CSPEC(1) DELIMITER IN WS-SRT-JOIN(1)
                    WS-SRT-CSPEC(2) DELIMITER IN WS-SRT-JOIN(2)
                    WS-SRT-CSPEC(3) DELIMITER IN WS-SRT-JOIN(3)
                    WS-SRT-CSPEC(4) DELIMITER IN WS-SRT-JOIN(4)
                    WS-SRT-CSPEC(5) DELIMITER IN WS-SRT-JOIN(5)
           END-UNSTRING
           MOVE 0 TO WS-SRT-CONDS
           PERFORM VARYING WS-SRT-CIDX FROM 1 BY 1
                   UNTIL WS-SRT-CIDX > 5
               IF WS-SRT-CSPEC(WS-SRT-CIDX) NOT = SPACES
                   PERFORM 1261-PARSE-CONDITION
                   IF WS-SRT-OK = 'Y'
                       IF WS-SRT-CONDS > 0
                           IF WS-SRT-JOIN(WS-SRT-CIDX - 1) = '|'
                               STRING ',OR,' DELIMITED BY SIZE
                                   INTO WS-SRT-STMT
                                   WITH POINTER WS-SRT-PTR
                           ELSE
                               STRING ',AND,' DELIMITED BY SIZE
                                   INTO WS-SRT-STMT
                                   WITH POINTER WS-SRT-PTR
                           END-IF
                       END-IF
                       ADD 1 TO WS-SRT-CONDS
                       MOVE WS-SRT-POS TO WS-SRT-POS-ED
                       MOVE WS-SRT-FLEN TO WS-SRT-LEN-ED
                       STRING FUNCTION TRIM(WS-SRT-POS-ED) ','
                           FUNCTION TRIM(WS-SRT-LEN-ED) ','
                           WS-SRT-FMT ',' WS-SRT-OP ','
                           FUNCTION TRIM(WS-SRT-LITERAL)
                           DELIMITED BY SIZE
                           INTO WS-SRT-STMT WITH POINTER WS-SRT-PTR
                   END-IF
               END-IF
           END-PERFORM
           STRING ')' DELIMITED BY SIZE
               INTO WS-SRT-STMT WITH POINTER WS-SRT-PTR.

       1261-PARSE-CONDITION.
           MOVE 'N' TO WS-SRT-OK
           MOVE SPACES TO WS-SRT-TOK1
           MOVE SPACES TO WS-SRT-TOK2
           MOVE SPACES TO WS-SRT-TOK3
           MOVE SPACES TO WS-SRT-TOK4
           UNSTRING WS-SRT-CSPEC(WS-SRT-CIDX) DELIMITED BY ':'
               INTO WS-SRT-TOK1 WS-SRT-TOK2 WS-SRT-TOK3 WS-SRT-TOK4
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-SRT-TOK1) TO WS-SRT-TOK1
           MOVE WS-SRT-TOK1 TO WS-VAL-TOKEN
           PERFORM 0081-CHECK-NUMERIC-TOKEN
           IF WS-VAL-NUM-OK = 'Y'
               COMPUTE WS-SRT-POS = FUNCTION NUMVAL(WS-SRT-TOK1)
               MOVE WS-SRT-TOK2 TO WS-VAL-TOKEN
               PERFORM 0081-CHECK-NUMERIC-TOKEN
               IF WS-VAL-NUM-OK = 'Y'
                   COMPUTE WS-SRT-FLEN = FUNCTION NUMVAL(WS-SRT-TOK2)
                   MOVE 'CH' TO WS-SRT-FMT
                   MOVE WS-SRT-TOK3 TO WS-SRT-OP
                   MOVE WS-SRT-TOK4 TO WS-SRT-VALUE
                   MOVE 'Y' TO WS-SRT-OK
               END-IF
           ELSE
               MOVE WS-SRT-TOK1 TO WS-SRT-NAME
               PERFORM 1251-FIND-LAYOUT-FIELD
               IF WS-SRT-FIDX > 0
                   MOVE WS-SRT-TOK2 TO WS-SRT-OP
                   MOVE WS-SRT-TOK3 TO WS-SRT-VALUE
                   MOVE 'Y' TO WS-SRT-OK
               END-IF
           END-IF
           IF WS-SRT-OK = 'Y'
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SRT-OP))
                   TO WS-SRT-OP
               IF WS-SRT-OP NOT = 'EQ' AND WS-SRT-OP NOT = 'NE'
                       AND WS-SRT-OP NOT = 'GT'
                       AND WS-SRT-OP NOT = 'GE'
                       AND WS-SRT-OP NOT = 'LT'
                       AND WS-SRT-OP NOT = 'LE'
                   MOVE 'N' TO WS-SRT-OK
               END-IF
           END-IF
           IF WS-SRT-OK = 'Y'
               PERFORM 1262-FORMAT-LITERAL
           ELSE
               DISPLAY 'Selection condition ignored: '
                   FUNCTION TRIM(WS-SRT-CSPEC(WS-SRT-CIDX))
           END-IF.

       1262-FORMAT-LITERAL.
           MOVE SPACES TO WS-SRT-LITERAL
           MOVE 'N' TO WS-VAL-NUM-OK
           IF WS-SRT-FMT NOT = 'CH'
               MOVE WS-SRT-VALUE TO WS-VAL-TOKEN
               PERFORM 0081-CHECK-NUMERIC-TOKEN
           END-IF
           EVALUATE TRUE
               WHEN WS-VAL-NUM-OK = 'Y'
                   MOVE WS-SRT-VALUE TO WS-SRT-LITERAL
               WHEN WS-SRT-VALUE = SPACES
                   MOVE 'CH' TO WS-SRT-FMT
                   MOVE "C' '" TO WS-SRT-LITERAL
               WHEN OTHER
                   MOVE 'CH' TO WS-SRT-FMT
                   STRING "C'" FUNCTION TRIM(WS-SRT-VALUE TRAILING) "'"
                       DELIMITED BY SIZE INTO WS-SRT-LITERAL
           END-EVALUATE.

       1263-PARSE-FIELD-SPEC.
           MOVE 'N' TO WS-SRT-OK
           MOVE SPACES TO WS-SRT-TOK1
           MOVE SPACES TO WS-SRT-TOK2
           MOVE SPACES TO WS-SRT-TOK3
           UNSTRING WS-PARM-SPEC(WS-SPEC-IDX) DELIMITED BY ':'
               INTO WS-SRT-TOK1 WS-SRT-TOK2 WS-SRT-TOK3
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-SRT-TOK1) TO WS-SRT-TOK1
           MOVE WS-SRT-TOK1 TO WS-VAL-TOKEN
           PERFORM 0081-CHECK-NUMERIC-TOKEN
           IF WS-VAL-NUM-OK = 'Y'
               COMPUTE WS-SRT-POS = FUNCTION NUMVAL(WS-SRT-TOK1)
               MOVE WS-SRT-TOK2 TO WS-VAL-TOKEN
               PERFORM 0081-CHECK-NUMERIC-TOKEN
               IF WS-VAL-NUM-OK = 'Y'
                   COMPUTE WS-SRT-FLEN = FUNCTION NUMVAL(WS-SRT-TOK2)
                   MOVE FUNCTION UPPER-CASE(WS-SRT-TOK3(1:2))
                       TO WS-SRT-FMT
                   IF WS-SRT-FMT NOT = 'CH' AND WS-SRT-FMT NOT = 'ZD'
                           AND WS-SRT-FMT NOT = 'PD'
                           AND WS-SRT-FMT NOT = 'BI'
                           AND WS-SRT-FMT NOT = 'FI'
                       MOVE WS-SRT-DEFFMT TO WS-SRT-FMT
                   END-IF
                   MOVE 'Y' TO WS-SRT-OK
               ELSE
                   DISPLAY 'Field length is not numeric: '
                       FUNCTION TRIM(WS-PARM-SPEC(WS-SPEC-IDX))
               END-IF
           ELSE
               MOVE WS-SRT-TOK1 TO WS-SRT-NAME
               PERFORM 1251-FIND-LAYOUT-FIELD
               IF WS-SRT-FIDX > 0
                   MOVE 'Y' TO WS-SRT-OK
               END-IF
           END-IF.

       1264-BUILD-SUM.
           MOVE SPACES TO WS-SRT-STMT
           MOVE 1 TO WS-SRT-PTR
           MOVE 0 TO WS-SRT-CONDS
           IF WS-SRT-SUM = 'NONE'
               STRING 'SUM FIELDS=NONE' DELIMITED BY SIZE
                   INTO WS-SRT-STMT WITH POINTER WS-SRT-PTR
               MOVE 1 TO WS-SRT-CONDS
           ELSE
               STRING 'SUM FIELDS=(' DELIMITED BY SIZE
                   INTO WS-SRT-STMT WITH POINTER WS-SRT-PTR
               MOVE 'ZD' TO WS-SRT-DEFFMT
               MOVE SPACES TO WS-PARM-SPEC-TAB
               UNSTRING WS-SRT-SUM DELIMITED BY '/'
                   INTO WS-PARM-SPEC(1) WS-PARM-SPEC(2) WS-PARM-SPEC(3)
                        WS-PARM-SPEC(4) WS-PARM-SPEC(5) WS-PARM-SPEC(6)
                        WS-PARM-SPEC(7) WS-PARM-SPEC(8) WS-PARM-SPEC(9)
               END-UNSTRING
               PERFORM VARYING WS-SPEC-IDX FROM 1 BY 1
                       UNTIL WS-SPEC-IDX > 9
                   IF WS-PARM-SPEC(WS-SPEC-IDX) NOT = SPACES
                       PERFORM 1263-PARSE-FIELD-SPEC
                       IF WS-SRT-OK = 'Y' AND WS-SRT-FMT = 'CH'
                           DISPLAY 'SUM field is not numeric, ignored: '
                               FUNCTION TRIM(WS-PARM-SPEC(WS-SPEC-IDX))
                           MOVE 'N' TO WS-SRT-OK
                       END-IF
                       IF WS-SRT-OK = 'Y'
                           IF WS-SRT-CONDS > 0
                               STRING ',' DELIMITED BY SIZE
                                   INTO WS-SRT-STMT
                                   WITH POINTER WS-SRT-PTR
                           END-IF
                           ADD 1 TO WS-SRT-CONDS
                           MOVE WS-SRT-POS TO WS-SRT-POS-ED
                           MOVE WS-SRT-FLEN TO WS-SRT-LEN-ED
                           STRING FUNCTION TRIM(WS-SRT-POS-ED) ','
                               FUNCTION TRIM(WS-SRT-LEN-ED) ','
                               WS-SRT-FMT
                               DELIMITED BY SIZE
                               INTO WS-SRT-STMT WITH POINTER WS-SRT-PTR
                       END-IF
                   END-IF
               END-PERFORM
               STRING ')' DELIMITED BY SIZE
                   INTO WS-SRT-STMT WITH POINTER WS-SRT-PTR
           END-IF.

       1266-BUILD-OUTREC.
           MOVE SPACES TO WS-SRT-STMT
           MOVE 1 TO WS-SRT-PTR
           MOVE 0 TO WS-SRT-CONDS
           MOVE 0 TO WS-SRT-OUTLEN
           STRING 'OUTREC FIELDS=(' DELIMITED BY SIZE
               INTO WS-SRT-STMT WITH POINTER WS-SRT-PTR
           IF WS-SRT-OUTREC = 'ALL' OR WS-SRT-OUTREC = 'Y'
               IF WS-USE-LAYOUT NOT = 'Y'
                   DISPLAY 'OUTREC ALL needs a copybook layout,'
                       ' statement not written.'
               ELSE
                   MOVE 1 TO WS-SRT-HIGH
                   PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                           UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
                       IF WS-COPY-FIELD-LENGTH(WS-COPY-FIELD-IDX) > 0
                               AND WS-COPY-FIELD-OFFSET
                               (WS-COPY-FIELD-IDX) NOT < WS-SRT-HIGH
                           MOVE WS-COPY-FIELD-OFFSET(WS-COPY-FIELD-IDX)
                               TO WS-SRT-POS
                           MOVE WS-COPY-FIELD-LENGTH(WS-COPY-FIELD-IDX)
                               TO WS-SRT-FLEN
                           PERFORM 1267-ADD-OUTREC-FIELD
                           COMPUTE WS-SRT-HIGH =
                               WS-SRT-POS + WS-SRT-FLEN
                       END-IF
                   END-PERFORM
               END-IF
           ELSE
               MOVE 'CH' TO WS-SRT-DEFFMT
               MOVE SPACES TO WS-PARM-SPEC-TAB
               UNSTRING WS-SRT-OUTREC DELIMITED BY '/'
                   INTO WS-PARM-SPEC(1) WS-PARM-SPEC(2) WS-PARM-SPEC(3)
                        WS-PARM-SPEC(4) WS-PARM-SPEC(5) WS-PARM-SPEC(6)
                        WS-PARM-SPEC(7) WS-PARM-SPEC(8) WS-PARM-SPEC(9)
               END-UNSTRING
               PERFORM VARYING WS-SPEC-IDX FROM 1 BY 1
                       UNTIL WS-SPEC-IDX > 9
                   IF WS-PARM-SPEC(WS-SPEC-IDX) NOT = SPACES
                       PERFORM 1263-PARSE-FIELD-SPEC
                       IF WS-SRT-OK = 'Y'
                           PERFORM 1267-ADD-OUTREC-FIELD
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           STRING ')' DELIMITED BY SIZE
               INTO WS-SRT-STMT WITH POINTER WS-SRT-PTR.

       1267-ADD-OUTREC-FIELD.
           IF WS-SRT-CONDS > 0
               STRING ',' DELIMITED BY SIZE
                   INTO WS-SRT-STMT WITH POINTER WS-SRT-PTR
           END-IF
           ADD 1 TO WS-SRT-CONDS
           ADD WS-SRT-FLEN TO WS-SRT-OUTLEN
           MOVE WS-SRT-POS TO WS-SRT-POS-ED
           MOVE WS-SRT-FLEN TO WS-SRT-LEN-ED
           STRING FUNCTION TRIM(WS-SRT-POS-ED) ','
               FUNCTION TRIM(WS-SRT-LEN-ED)
               DELIMITED BY SIZE
               INTO WS-SRT-STMT WITH POINTER WS-SRT-PTR.

       1270-GENERATE-SORT-JOB.
           MOVE WS-FILENAME-PREFIX TO WS-SRT-MEMBER
           MOVE 'SORTJOB' TO WS-FILENAME-PREFIX
           MOVE 'Y' TO WS-OUTPUT-IS-JCL
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME FROM TIME
           MOVE SPACES TO WS-OUTPUT-FILENAME
           STRING 'SORTJOB' '-'
               WS-CDT-YYYY WS-CDT-MM WS-CDT-DD
               '-' WS-CDT-HH WS-CDT-MIN WS-CDT-SS '.jcl'
               DELIMITED BY SIZE INTO WS-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 1275-SORT-JOB-WRITE
           END-IF
           CLOSE SEQFILE
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF
           MOVE WS-SRT-MEMBER TO WS-FILENAME-PREFIX.

       1275-SORT-JOB-WRITE.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "//SORTJOBJ JOB (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PROF-JOBACCT) DELIMITED BY SIZE
               "),'SORT'," DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "//         CLASS=" DELIMITED BY SIZE
               WS-PROF-JOBCLASS DELIMITED BY SIZE
               ",MSGCLASS=X,NOTIFY=&SYSUID" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//*" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "//* RUN THE CONTROL STATEMENTS IN MEMBER "
               FUNCTION TRIM(WS-SRT-MEMBER)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//*" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//SORTSTEP EXEC PGM=SORT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//SYSOUT   DD SYSOUT=*" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-SRT-FUNC = 'M'
               PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
                       UNTIL WS-MERGE-IDX > WS-MERGE-COUNT
                   MOVE SPACES TO WS-SRT-DSN
                   STRING FUNCTION TRIM(WS-GEN-INFILE)
                       '.MERGE' WS-MERGE-IDX
                       DELIMITED BY SIZE INTO WS-SRT-DSN
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "//SORTIN0" WS-MERGE-IDX " DD DSN="
                       FUNCTION TRIM(WS-SRT-DSN) ",DISP=SHR"
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               END-PERFORM
           ELSE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "//SORTIN   DD DSN="
                   FUNCTION TRIM(WS-GEN-INFILE) ",DISP=SHR"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE SPACES TO WS-BUILD-LINE
           STRING "//SORTOUT  DD DSN="
               FUNCTION TRIM(WS-GEN-OUTFILE) ","
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//            DISP=(NEW,CATLG,DELETE)," TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//            SPACE=(CYL,(5,5),RLSE)," TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-SRT-OUTLEN > 0
               MOVE WS-SRT-OUTLEN TO WS-SRT-LEN-ED
           ELSE
               MOVE WS-SRT-RECLEN TO WS-SRT-LEN-ED
           END-IF
           MOVE SPACES TO WS-BUILD-LINE
           STRING "//            DCB=(RECFM=FB,LRECL="
               FUNCTION TRIM(WS-SRT-LEN-ED) ",BLKSIZE=0)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-SRT-FUNC NOT = 'M'
               MOVE "//SORTWK01 DD UNIT=SYSDA,SPACE=(CYL,(5,5))"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "//SORTWK02 DD UNIT=SYSDA,SPACE=(CYL,(5,5))"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "//SORTWK03 DD UNIT=SYSDA,SPACE=(CYL,(5,5))"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE SPACES TO WS-BUILD-LINE
           STRING "//SYSIN    DD DSN=" FUNCTION TRIM(WS-PROF-SRCLIB)
               "(" FUNCTION TRIM(WS-SRT-MEMBER) "),DISP=SHR"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       1300-MERGE-FILES.
           MOVE 'MERGEPROG' TO WS-FILENAME-PREFIX
           MOVE 'M' TO WS-LAST-GEN-KIND
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           DISPLAY 'Merging multiple files...'.
           MOVE 2 TO WS-MERGE-COUNT
           IF NOT WS-BATCH-MODE
               ACCEPT MERGE-COUNT-SCREEN
           ELSE
               IF WS-BC-MERGE NOT = SPACES
                   COMPUTE WS-MERGE-COUNT =
                       FUNCTION NUMVAL(WS-BC-MERGE)
               END-IF
           END-IF
           IF WS-MERGE-COUNT < 2
               MOVE 2 TO WS-MERGE-COUNT
           END-IF
           PERFORM 0220-PROMPT-SORT-KEYS.
           PERFORM 0100-PROMPT-OUTPUT-FILENAME.
           PERFORM 0150-OPEN-SEQFILE-CHECKED.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 1305-MERGE-FILES-WRITE
           END-IF
           CLOSE SEQFILE.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       1400-CREATE-INDEXED-FILE.
           MOVE 'INDEXPGM' TO WS-FILENAME-PREFIX
           MOVE 'I' TO WS-LAST-GEN-KIND
           DISPLAY 'Creating an indexed (VSAM) file program...'.
           MOVE 'Y' TO WS-WANT-ALTKEYS.
           PERFORM 0180-PROMPT-INDEXED-KEY.
           PERFORM 0210-PROMPT-USE-LAYOUT.
           PERFORM 0280-PROMPT-VARREC.
           PERFORM 0100-PROMPT-OUTPUT-FILENAME.
           PERFORM 0150-OPEN-SEQFILE-CHECKED.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 1405-CREATE-INDEXED-FILE-WRITE
           END-IF
           CLOSE SEQFILE.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
               PERFORM 1460-GENERATE-IDCAMS-JOB
           END-IF.

       1460-GENERATE-IDCAMS-JOB.
           MOVE 'DEFCLUS' TO WS-FILENAME-PREFIX
           PERFORM 0175-PROMPT-IDCAMS-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 1450-GENERATE-IDCAMS-WRITE
           END-IF
           CLOSE SEQFILE
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF
           MOVE 'INDEXPGM' TO WS-FILENAME-PREFIX.

       0175-PROMPT-IDCAMS-FILENAME.
           MOVE 'Y' TO WS-OUTPUT-IS-JCL.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE SPACES TO WS-DEFAULT-FILENAME
           STRING 'DEFCLUS' '-'
               WS-CDT-YYYY WS-CDT-MM WS-CDT-DD
               '-' WS-CDT-HH WS-CDT-MIN WS-CDT-SS '.jcl'
               DELIMITED BY SIZE INTO WS-DEFAULT-FILENAME.
           MOVE WS-DEFAULT-FILENAME TO WS-OUTPUT-FILENAME.

       1450-GENERATE-IDCAMS-WRITE.
           MOVE SPACES TO WS-VSAM-HLQ
           UNSTRING WS-PROF-SRCLIB DELIMITED BY '.'
               INTO WS-VSAM-HLQ
           END-UNSTRING
           IF WS-VSAM-HLQ = SPACES
               MOVE 'DEV' TO WS-VSAM-HLQ
           END-IF
           MOVE SPACES TO WS-BUILD-LINE
           STRING "//DEFCLUSJ JOB (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PROF-JOBACCT) DELIMITED BY SIZE
               "),'IDCAMS'," DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "//         CLASS=" DELIMITED BY SIZE
               WS-PROF-JOBCLASS DELIMITED BY SIZE
               ",MSGCLASS=X,NOTIFY=&SYSUID" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//*" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//* DEFINE AND SEED THE KSDS FOR INDEXPGM"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//*" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//DEFINE  EXEC PGM=IDCAMS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//SYSPRINT DD SYSOUT=*" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//SYSIN    DD *" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "  DEFINE CLUSTER (NAME(" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VSAM-HLQ) DELIMITED BY SIZE
               ".INDEXFILE.KSDS) -" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "      INDEXED -" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "      KEYS(" DELIMITED BY SIZE
               WS-INDEXED-KEYLEN DELIMITED BY SIZE
               " 0) -" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "      RECORDSIZE(80 80) -" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "      TRACKS(5 5))" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "/*" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//REPRO   EXEC PGM=IDCAMS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//SYSPRINT DD SYSOUT=*" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "//SEEDIN   DD DSN=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VSAM-HLQ) DELIMITED BY SIZE
               ".INDEXFILE.SEED,DISP=SHR" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//SYSIN    DD *" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "  REPRO INFILE(SEEDIN) OUTDATASET("
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-VSAM-HLQ) DELIMITED BY SIZE
               ".INDEXFILE.KSDS)" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "/*" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           COMPUTE WS-AK-OFFSET = WS-INDEXED-KEYLEN
           PERFORM VARYING WS-ALTKEY-IDX FROM 1 BY 1
                   UNTIL WS-ALTKEY-IDX > WS-ALTKEY-COUNT
               PERFORM 1455-EMIT-IDCAMS-AIX
               ADD WS-ALTKEY-LEN(WS-ALTKEY-IDX) TO WS-AK-OFFSET
           END-PERFORM.

       1455-EMIT-IDCAMS-AIX.
           MOVE "//*" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "//AIX" DELIMITED BY SIZE
               WS-ALTKEY-IDX DELIMITED BY SIZE
               "    EXEC PGM=IDCAMS" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//SYSPRINT DD SYSOUT=*" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//SYSIN    DD *" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "  DEFINE AIX (NAME(" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VSAM-HLQ) DELIMITED BY SIZE
               ".INDEXFILE.AIX" DELIMITED BY SIZE
               WS-ALTKEY-IDX DELIMITED BY SIZE
               ") -" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "      RELATE(" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VSAM-HLQ) DELIMITED BY SIZE
               ".INDEXFILE.KSDS) -" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "      KEYS(" DELIMITED BY SIZE
               WS-ALTKEY-LEN(WS-ALTKEY-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AK-OFFSET DELIMITED BY SIZE
               ") -" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-ALTKEY-DUP(WS-ALTKEY-IDX) = 'Y'
               MOVE "      NONUNIQUEKEY -" TO OUTPUT-LINE
           ELSE
               MOVE "      UNIQUEKEY -" TO OUTPUT-LINE
           END-IF
           WRITE OUTPUT-LINE
           MOVE "      UPGRADE -" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "      TRACKS(1 1))" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "  DEFINE PATH (NAME(" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VSAM-HLQ) DELIMITED BY SIZE
               ".INDEXFILE.PATH" DELIMITED BY SIZE
               WS-ALTKEY-IDX DELIMITED BY SIZE
               ") -" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "      PATHENTRY(" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VSAM-HLQ) DELIMITED BY SIZE
               ".INDEXFILE.AIX" DELIMITED BY SIZE
               WS-ALTKEY-IDX DELIMITED BY SIZE
               "))" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "  BLDINDEX INDATASET(" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VSAM-HLQ) DELIMITED BY SIZE
               ".INDEXFILE.KSDS) -" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "      OUTDATASET(" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VSAM-HLQ) DELIMITED BY SIZE
               ".INDEXFILE.AIX" DELIMITED BY SIZE
               WS-ALTKEY-IDX DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "/*" TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       1500-GENERATE-FROM-TEMPLATE.
           MOVE 'TPLGEN' TO WS-FILENAME-PREFIX
           DISPLAY 'Generating from a template member...'
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           MOVE SPACES TO WS-TEMPLATE-FILENAME
           IF NOT WS-BATCH-MODE
               ACCEPT TEMPLATE-SCREEN
           END-IF
           IF WS-TEMPLATE-FILENAME = SPACES
               MOVE WS-BC-TPL TO WS-TEMPLATE-FILENAME
           END-IF
           IF WS-TEMPLATE-FILENAME = SPACES
               MOVE 'templates/READER.TPL' TO WS-TEMPLATE-FILENAME
           END-IF
           IF WS-BC-FIELDS NOT = SPACES
               PERFORM 0520-PARSE-BATCH-FIELDS
           END-IF
           PERFORM 0100-PROMPT-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 1510-EXPAND-TEMPLATE
           END-IF
           CLOSE SEQFILE
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       1600-CREATE-BALANCE-LINE.
           MOVE 'UPDTMAST' TO WS-FILENAME-PREFIX
           DISPLAY 'Creating a master/transaction update program...'
           MOVE 'N' TO WS-WANT-ALTKEYS
           PERFORM 0180-PROMPT-INDEXED-KEY
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           IF WS-PROGID-OVERRIDE NOT = 'Y'
               MOVE 'UPDTMAST' TO WS-GEN-PROGID
               MOVE 'Y' TO WS-PROGID-OVERRIDE
           END-IF
           MOVE 'master.dat' TO WS-GEN-MASTIN
           MOVE 'trans.dat' TO WS-GEN-TRANSIN
           MOVE 'newmast.dat' TO WS-GEN-MASTOUT
           MOVE 'errors.txt' TO WS-GEN-ERRFILE
           IF WS-BC-MASTIN NOT = SPACES
               MOVE WS-BC-MASTIN TO WS-GEN-MASTIN
           END-IF
           IF WS-BC-TRANSIN NOT = SPACES
               MOVE WS-BC-TRANSIN TO WS-GEN-TRANSIN
           END-IF
           IF WS-BC-MASTOUT NOT = SPACES
               MOVE WS-BC-MASTOUT TO WS-GEN-MASTOUT
           END-IF
           IF WS-BC-ERRFILE NOT = SPACES
               MOVE WS-BC-ERRFILE TO WS-GEN-ERRFILE
           END-IF
           MOVE 'templates/BALLINE.TPL' TO WS-TEMPLATE-FILENAME
           PERFORM 0100-PROMPT-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 1510-EXPAND-TEMPLATE
           END-IF
           CLOSE SEQFILE
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       1700-CREATE-REPORT-PROGRAM.
           MOVE 'RPTPGM' TO WS-FILENAME-PREFIX
           DISPLAY 'Creating a report program with control breaks...'
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           IF WS-PROGID-OVERRIDE NOT = 'Y'
               MOVE 'RPTPGM' TO WS-GEN-PROGID
           END-IF
           IF WS-BC-OUTDATA = SPACES AND NOT WS-PROJECT-MODE
               MOVE 'report.txt' TO WS-GEN-OUTFILE
           END-IF
           PERFORM 0210-PROMPT-USE-LAYOUT
           PERFORM 0250-PROMPT-REPORT-SPEC
           MOVE 'R' TO WS-SLC-HOST
           PERFORM 0262-PROMPT-SELECTION-CARD
           PERFORM 0100-PROMPT-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 1705-CREATE-REPORT-WRITE
           END-IF
           CLOSE SEQFILE
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       0250-PROMPT-REPORT-SPEC.
           MOVE 0 TO WS-BREAK-COUNT
           MOVE 0 TO WS-TOTAL-COUNT
           MOVE SPACES TO WS-BREAK-NAME-TAB
           MOVE SPACES TO WS-TOTAL-NAME-TAB
           IF WS-BATCH-MODE
               IF WS-BC-BREAKS NOT = SPACES
                   UNSTRING WS-BC-BREAKS DELIMITED BY '/'
                       INTO WS-BREAK-NAME(1) WS-BREAK-NAME(2)
                            WS-BREAK-NAME(3)
                   END-UNSTRING
               END-IF
               IF WS-BC-TOTALS NOT = SPACES
                   UNSTRING WS-BC-TOTALS DELIMITED BY '/'
                       INTO WS-TOTAL-NAME(1) WS-TOTAL-NAME(2)
                            WS-TOTAL-NAME(3)
                   END-UNSTRING
               END-IF
           ELSE
               ACCEPT REPORT-BREAKS-SCREEN
               ACCEPT REPORT-TOTALS-SCREEN
           END-IF
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > 3
               IF WS-BREAK-NAME(WS-BRK-IDX) NOT = SPACES
                   ADD 1 TO WS-BREAK-COUNT
                   IF WS-BREAK-COUNT NOT = WS-BRK-IDX
                       MOVE WS-BREAK-NAME(WS-BRK-IDX)
                           TO WS-BREAK-NAME(WS-BREAK-COUNT)
                       MOVE SPACES TO WS-BREAK-NAME(WS-BRK-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > 3
               IF WS-TOTAL-NAME(WS-TOT-IDX) NOT = SPACES
                   ADD 1 TO WS-TOTAL-COUNT
                   IF WS-TOTAL-COUNT NOT = WS-TOT-IDX
                       MOVE WS-TOTAL-NAME(WS-TOT-IDX)
                           TO WS-TOTAL-NAME(WS-TOTAL-COUNT)
                       MOVE SPACES TO WS-TOTAL-NAME(WS-TOT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       1705-CREATE-REPORT-WRITE.
           MOVE WS-BREAK-COUNT TO WS-RPT-DEEP
           PERFORM 5700-SET-RUNSTATS-HOOK
           IF WS-GEN-SELCARD = 'Y'
               MOVE 'WS-SC-SELECTED' TO WS-RST-WRITE-SRC
           ELSE
               MOVE 'WS-RS-READ' TO WS-RST-WRITE-SRC
           END-IF
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING "       PROGRAM-ID. " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-PROGID) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       INPUT-OUTPUT SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE-CONTROL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'INPUT-FILE' TO WS-SEL-FDNAME
           MOVE 'INFILE' TO WS-SEL-DDNAME
           MOVE WS-GEN-INFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-INPUT' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'REPORT-FILE' TO WS-SEL-FDNAME
           MOVE 'REPORT' TO WS-SEL-DDNAME
           MOVE WS-GEN-OUTFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-REPORT' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           IF WS-GEN-SELCARD = 'Y'
               PERFORM 5210-EMIT-SELCARD-SELECT
           END-IF
           IF WS-PROF-RUNDATE NOT = SPACES
               PERFORM 1591-EMIT-RUNDATE-SELECT
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5705-EMIT-RUNSTATS-SELECT
           END-IF
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  INPUT-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  INPUT-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 1550-EMIT-FIELD-LINES
           MOVE "       FD  REPORT-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  PRINT-LINE PIC X(132)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-GEN-SELCARD = 'Y'
               PERFORM 5215-EMIT-SELCARD-FD
           END-IF
           IF WS-PROF-RUNDATE NOT = SPACES
               PERFORM 1592-EMIT-RUNDATE-FD
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5710-EMIT-RUNSTATS-FD
           END-IF
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-INPUT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  EndOfFile VALUE '10'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  NoErrors VALUE '00'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-REPORT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-LINE-COUNT PIC 99 VALUE 99."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-PAGE-COUNT PIC 9(4) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-PAGE-ED PIC ZZZ9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-PROF-RUNDATE NOT = SPACES
               PERFORM 1593-EMIT-RUNDATE-WS
           ELSE
               MOVE "       01  WS-RUN-DATE PIC X(8)." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "       01  WS-TOT-ED PIC -(12)9.99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-GEN-SELCARD = 'Y'
               PERFORM 5220-EMIT-SELCARD-WS
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5715-EMIT-RUNSTATS-WS
           END-IF
           PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                   UNTIL WS-LVL-IDX > WS-BREAK-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "       01  WS-HOLD-BRK-" DELIMITED BY SIZE
                   WS-LVL-IDX DELIMITED BY SIZE
                   " PIC X(40)." DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           PERFORM 1730-EMIT-RPT-TOTAL-DEFS
           PERFORM 1732-EMIT-RPT-HEADING-DEF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5720-EMIT-RUNSTATS-LINKAGE
           END-IF
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 1734-EMIT-RPT-MAINLINE
           PERFORM 1736-EMIT-RPT-PROCESS
           PERFORM 1738-EMIT-RPT-DETAIL-HEADING
           PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                   UNTIL WS-LVL-IDX > WS-BREAK-COUNT
               PERFORM 1735-EMIT-RPT-BREAK-PARA
           END-PERFORM
           PERFORM 1742-EMIT-RPT-GRAND
           IF WS-GEN-SELCARD = 'Y'
               PERFORM 5225-EMIT-SELCARD-PARAS
               PERFORM 5250-EMIT-SELCARD-READ
           ELSE
               MOVE "       8000-READ-INPUT." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           READ INPUT-FILE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               AT END" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "                   SET EndOfFile TO TRUE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               IF WS-GEN-RUNSTATS = 'Y'
                   MOVE "               NOT AT END" TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   MOVE "                   ADD 1 TO WS-RS-READ"
                       TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               END-IF
               MOVE "           END-READ." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           IF WS-PROF-RUNDATE NOT = SPACES
               PERFORM 1594-EMIT-RUNDATE-PARA
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5735-EMIT-RUNSTATS-PARA
           END-IF
           MOVE 'N' TO WS-GEN-RUNSTATS.

       1730-EMIT-RPT-TOTAL-DEFS.
           PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                   UNTIL WS-LVL-IDX > WS-BREAK-COUNT
               PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                       UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "       01  WS-TOT-" DELIMITED BY SIZE
                       WS-LVL-IDX DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-TOT-IDX DELIMITED BY SIZE
                       " PIC S9(11)V99 VALUE 0." DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "       01  WS-GRAND-" DELIMITED BY SIZE
                   WS-TOT-IDX DELIMITED BY SIZE
                   " PIC S9(11)V99 VALUE 0." DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM.

       1732-EMIT-RPT-HEADING-DEF.
           MOVE SPACES TO WS-RPT-HEAD
           IF WS-COPY-FIELD-NAME(1) = SPACES
               MOVE '  DETAIL' TO WS-RPT-HEAD
           ELSE
               MOVE 1 TO WS-RPT-HEAD-LEN
               PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                       UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
                   IF WS-RPT-HEAD-LEN < 40
                       STRING FUNCTION TRIM
                           (WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX))
                           DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           INTO WS-RPT-HEAD
                           WITH POINTER WS-RPT-HEAD-LEN
                       END-STRING
                   END-IF
               END-PERFORM
           END-IF
           MOVE "       01  WS-COL-HEADING." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  FILLER PIC X(30) VALUE '"
               DELIMITED BY SIZE
               WS-RPT-HEAD(1:30) DELIMITED BY SIZE
               "'." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  FILLER PIC X(30) VALUE '"
               DELIMITED BY SIZE
               WS-RPT-HEAD(31:30) DELIMITED BY SIZE
               "'." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       1734-EMIT-RPT-MAINLINE.
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5725-EMIT-RUNSTATS-START
           END-IF
           IF WS-GEN-SELCARD = 'Y'
               MOVE "           PERFORM 7600-LOAD-SELECTION"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           OPEN INPUT INPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF NOT NoErrors" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0001E' TO WS-MSG-KEY
           MOVE 'Error opening input file. Status:' TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-INPUT' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "               MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 15 TO WS-RST-INDENT
           PERFORM 5730-EMIT-RUNSTATS-CALL
           MOVE "               STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN OUTPUT REPORT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-PROF-RUNDATE NOT = SPACES
               MOVE "           PERFORM 7900-GET-RUN-DATE"
                   TO OUTPUT-LINE
           ELSE
               MOVE "           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD"
                   TO OUTPUT-LINE
           END-IF
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 8000-READ-INPUT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                   UNTIL WS-LVL-IDX > WS-BREAK-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BREAK-NAME(WS-LVL-IDX))
                   DELIMITED BY SIZE
                   " TO WS-HOLD-BRK-" DELIMITED BY SIZE
                   WS-LVL-IDX DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           PERFORM 1000-PROCESS-RECORD"
               " UNTIL EndOfFile"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-LVL-IDX FROM WS-RPT-DEEP BY -1
                   UNTIL WS-LVL-IDX < 1
               PERFORM 1744-EMIT-RPT-BREAK-PERFORM
           END-PERFORM
           MOVE "           PERFORM 5000-GRAND-TOTALS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-GEN-SELCARD = 'Y'
               MOVE "           PERFORM 7790-SHOW-SELECTION-COUNTS"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           CLOSE INPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE REPORT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 5730-EMIT-RUNSTATS-CALL
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       1736-EMIT-RPT-PROCESS.
           MOVE "       1000-PROCESS-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-BREAK-COUNT > 0
               MOVE "           EVALUATE TRUE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               PERFORM VARYING WS-RPT-ARM FROM 1 BY 1
                       UNTIL WS-RPT-ARM > WS-BREAK-COUNT
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "               WHEN " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BREAK-NAME(WS-RPT-ARM))
                       DELIMITED BY SIZE
                       " NOT = WS-HOLD-BRK-" DELIMITED BY SIZE
                       WS-RPT-ARM DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   PERFORM VARYING WS-LVL-IDX FROM WS-RPT-DEEP BY -1
                           UNTIL WS-LVL-IDX < WS-RPT-ARM
                       PERFORM 1746-EMIT-RPT-BREAK-PERFORM-ARM
                   END-PERFORM
               END-PERFORM
               MOVE "               WHEN OTHER" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "                   CONTINUE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           END-EVALUATE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               IF WS-BREAK-COUNT > 0
                   STRING "           ADD " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TOTAL-NAME(WS-TOT-IDX))
                       DELIMITED BY SIZE
                       " TO WS-TOT-" DELIMITED BY SIZE
                       WS-RPT-DEEP DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-TOT-IDX DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               ELSE
                   STRING "           ADD " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TOTAL-NAME(WS-TOT-IDX))
                       DELIMITED BY SIZE
                       " TO WS-GRAND-" DELIMITED BY SIZE
                       WS-TOT-IDX DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               END-IF
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "           PERFORM 3000-PRINT-DETAIL" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 8000-READ-INPUT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       1738-EMIT-RPT-DETAIL-HEADING.
           MOVE "       3000-PRINT-DETAIL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-LINE-COUNT > 55" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 2000-PAGE-HEADING"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE INPUT-RECORD TO PRINT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-LINE-COUNT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       2000-PAGE-HEADING." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-PAGE-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-PAGE-COUNT TO WS-PAGE-ED"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           STRING '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-PROGID) DELIMITED BY SIZE
               "  '" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0301T' TO WS-MSG-KEY
           MOVE 'DATE' TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           MOVE 15 TO WS-MSG-INDENT
           MOVE "WS-RUN-DATE ' '" TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE 'GEN0302T' TO WS-MSG-KEY
           MOVE 'PAGE' TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-PAGE-ED' TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE "               DELIMITED BY SIZE INTO PRINT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-COL-HEADING TO PRINT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 4 TO WS-LINE-COUNT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       1735-EMIT-RPT-BREAK-PARA.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       400" DELIMITED BY SIZE
               WS-LVL-IDX DELIMITED BY SIZE
               "-BREAK-LEVEL-" DELIMITED BY SIZE
               WS-LVL-IDX DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0303T' TO WS-MSG-KEY
           MOVE 'TOTAL FOR' TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'STRING' TO WS-MSG-LEAD
           PERFORM 5320-EMIT-CAPTION
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-BREAK-NAME(WS-LVL-IDX))
               DELIMITED BY SIZE
               " ' WS-HOLD-BRK-" DELIMITED BY SIZE
               WS-LVL-IDX DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               DELIMITED BY SIZE INTO PRINT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
               PERFORM 1740-EMIT-RPT-TOTAL-PRINT
           END-PERFORM
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
               PERFORM 1745-EMIT-RPT-ROLLUP
           END-PERFORM
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BREAK-NAME(WS-LVL-IDX))
               DELIMITED BY SIZE
               " TO WS-HOLD-BRK-" DELIMITED BY SIZE
               WS-LVL-IDX DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 2 TO WS-LINE-COUNT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       1740-EMIT-RPT-TOTAL-PRINT.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE WS-TOT-" DELIMITED BY SIZE
               WS-LVL-IDX DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-TOT-IDX DELIMITED BY SIZE
               " TO WS-TOT-ED" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           STRING '    " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOTAL-NAME(WS-TOT-IDX))
               DELIMITED BY SIZE
               ": ' WS-TOT-ED" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               DELIMITED BY SIZE INTO PRINT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       1745-EMIT-RPT-ROLLUP.
           MOVE SPACES TO WS-BUILD-LINE
           IF WS-LVL-IDX > 1
               COMPUTE WS-SK-SCAN = WS-LVL-IDX - 1
               STRING "           ADD WS-TOT-" DELIMITED BY SIZE
                   WS-LVL-IDX DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-TOT-IDX DELIMITED BY SIZE
                   " TO WS-TOT-" DELIMITED BY SIZE
                   WS-SK-SCAN DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-TOT-IDX DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
           ELSE
               STRING "           ADD WS-TOT-" DELIMITED BY SIZE
                   WS-LVL-IDX DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-TOT-IDX DELIMITED BY SIZE
                   " TO WS-GRAND-" DELIMITED BY SIZE
                   WS-TOT-IDX DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
           END-IF
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE 0 TO WS-TOT-" DELIMITED BY SIZE
               WS-LVL-IDX DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-TOT-IDX DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       1742-EMIT-RPT-GRAND.
           MOVE "       5000-GRAND-TOTALS." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0304T' TO WS-MSG-KEY
           MOVE 'GRAND TOTALS' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'MOVE' TO WS-MSG-LEAD
           MOVE 'TO PRINT-LINE' TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE "           WRITE PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE WS-GRAND-" DELIMITED BY SIZE
                   WS-TOT-IDX DELIMITED BY SIZE
                   " TO WS-TOT-ED" DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           MOVE SPACES TO PRINT-LINE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           STRING '    " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TOTAL-NAME(WS-TOT-IDX))
                   DELIMITED BY SIZE
                   ": ' WS-TOT-ED" DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               DELIMITED BY SIZE INTO PRINT-LINE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           WRITE PRINT-LINE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE SPACES TO OUTPUT-LINE
           MOVE "           CONTINUE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       1744-EMIT-RPT-BREAK-PERFORM.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           PERFORM 400" DELIMITED BY SIZE
               WS-LVL-IDX DELIMITED BY SIZE
               "-BREAK-LEVEL-" DELIMITED BY SIZE
               WS-LVL-IDX DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       1746-EMIT-RPT-BREAK-PERFORM-ARM.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   PERFORM 400" DELIMITED BY SIZE
               WS-LVL-IDX DELIMITED BY SIZE
               "-BREAK-LEVEL-" DELIMITED BY SIZE
               WS-LVL-IDX DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       1800-GENERATE-TEST-DATA.
           DISPLAY 'Generating test data files...'
           MOVE WS-LAST-GEN-KIND TO WS-TESTDATA-KIND
           MOVE 0 TO WS-TESTDATA-COUNT
           IF WS-BATCH-MODE
               IF WS-BC-KIND NOT = SPACES
                   MOVE WS-BC-KIND TO WS-TESTDATA-KIND
               END-IF
               IF WS-BC-COUNT NOT = SPACES
                   COMPUTE WS-TESTDATA-COUNT =
                       FUNCTION NUMVAL(WS-BC-COUNT)
               END-IF
               IF WS-BC-MERGE NOT = SPACES
                   COMPUTE WS-MERGE-COUNT =
                       FUNCTION NUMVAL(WS-BC-MERGE)
               END-IF
               IF WS-BC-KEYLEN NOT = SPACES
                   COMPUTE WS-INDEXED-KEYLEN =
                       FUNCTION NUMVAL(WS-BC-KEYLEN)
               END-IF
           ELSE
               ACCEPT TESTDATA-SCREEN
               MOVE FUNCTION UPPER-CASE(WS-TESTDATA-KIND)
                   TO WS-TESTDATA-KIND
           END-IF
           IF WS-TESTDATA-COUNT = 0
               MOVE 100 TO WS-TESTDATA-COUNT
           END-IF
           IF WS-MERGE-COUNT < 2
               MOVE 2 TO WS-MERGE-COUNT
           END-IF
           IF WS-INDEXED-KEYLEN < 1 OR WS-INDEXED-KEYLEN > 30
               MOVE 10 TO WS-INDEXED-KEYLEN
           END-IF
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           EVALUATE WS-TESTDATA-KIND
               WHEN 'M'
                   PERFORM VARYING WS-TD-FILE FROM 1 BY 1
                           UNTIL WS-TD-FILE > WS-MERGE-COUNT
                       MOVE SPACES TO WS-OUTPUT-FILENAME
                       STRING 'file' WS-TD-FILE '.txt'
                           DELIMITED BY SIZE
                           INTO WS-OUTPUT-FILENAME
                       PERFORM 1805-WRITE-TEST-FILE
                   END-PERFORM
               WHEN 'I'
                   MOVE 'seedfile.txt' TO WS-OUTPUT-FILENAME
                   PERFORM 1805-WRITE-TEST-FILE
               WHEN 'P'
                   PERFORM 1820-WRITE-TEST-PACK
               WHEN OTHER
                   MOVE WS-GEN-INFILE TO WS-OUTPUT-FILENAME
                   PERFORM 1805-WRITE-TEST-FILE
           END-EVALUATE.

       1820-WRITE-TEST-PACK.
           MOVE 'TESTPACK' TO WS-FILENAME-PREFIX
           IF WS-BC-MASTIN NOT = SPACES
               MOVE WS-BC-MASTIN TO WS-GEN-MASTIN
           END-IF
           IF WS-BC-TRANSIN NOT = SPACES
               MOVE WS-BC-TRANSIN TO WS-GEN-TRANSIN
           END-IF
           MOVE 0 TO WS-TP-ADDS
           MOVE 0 TO WS-TP-CHANGES
           MOVE 0 TO WS-TP-DELETES
           MOVE 0 TO WS-TP-ERRORS
           MOVE WS-GEN-MASTIN TO WS-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM VARYING WS-TD-ROW FROM 1 BY 1
                       UNTIL WS-TD-ROW > WS-TESTDATA-COUNT
                   MOVE WS-TD-ROW TO WS-TP-KEY
                   PERFORM 1822-FORMAT-PACK-KEY
                   STRING 'MASTER RECORD ' WS-TP-KEY
                       DELIMITED BY SIZE
                       INTO OUTPUT-LINE(WS-INDEXED-KEYLEN + 2:24)
                   WRITE OUTPUT-LINE
               END-PERFORM
               CLOSE SEQFILE
               DISPLAY 'Wrote ' WS-TESTDATA-COUNT ' masters to '
                   FUNCTION TRIM(WS-GEN-MASTIN)
               MOVE '26' TO WS-MENU-CHOICE
               PERFORM 0900-LOG-GENERATION
           ELSE
               CLOSE SEQFILE
           END-IF
           MOVE WS-GEN-TRANSIN TO WS-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM VARYING WS-TD-ROW FROM 1 BY 1
                       UNTIL WS-TD-ROW > WS-TESTDATA-COUNT
                   PERFORM 1824-WRITE-PACK-TRANS
               END-PERFORM
               COMPUTE WS-TP-LASTADD =
                   WS-TESTDATA-COUNT + WS-TESTDATA-COUNT / 10 + 1
               COMPUTE WS-TP-KEY = WS-TESTDATA-COUNT + 1
               PERFORM UNTIL WS-TP-KEY > WS-TP-LASTADD
                   PERFORM 1822-FORMAT-PACK-KEY
                   MOVE 'A' TO
                       OUTPUT-LINE(WS-INDEXED-KEYLEN + 1:1)
                   STRING 'ADDED RECORD ' WS-TP-KEY
                       DELIMITED BY SIZE
                       INTO OUTPUT-LINE(WS-INDEXED-KEYLEN + 3:21)
                   WRITE OUTPUT-LINE
                   ADD 1 TO WS-TP-ADDS
                   ADD 1 TO WS-TP-KEY
               END-PERFORM
               MOVE 99999999 TO WS-TP-KEY
               PERFORM 1822-FORMAT-PACK-KEY
               MOVE 'C' TO OUTPUT-LINE(WS-INDEXED-KEYLEN + 1:1)
               STRING 'CHANGE FOR MISSING KEY'
                   DELIMITED BY SIZE
                   INTO OUTPUT-LINE(WS-INDEXED-KEYLEN + 3:22)
               WRITE OUTPUT-LINE
               ADD 1 TO WS-TP-ERRORS
               CLOSE SEQFILE
               DISPLAY 'Wrote transactions to '
                   FUNCTION TRIM(WS-GEN-TRANSIN)
               MOVE '26' TO WS-MENU-CHOICE
               PERFORM 0900-LOG-GENERATION
               PERFORM 1826-WRITE-EXPECTED-RESULTS
           ELSE
               CLOSE SEQFILE
           END-IF.

       1822-FORMAT-PACK-KEY.
           MOVE SPACES TO OUTPUT-LINE
           IF WS-INDEXED-KEYLEN > 8
               MOVE ALL '0' TO
                   OUTPUT-LINE(1:WS-INDEXED-KEYLEN)
               MOVE WS-TP-KEY TO
                   OUTPUT-LINE(WS-INDEXED-KEYLEN - 7:8)
           ELSE
               MOVE WS-TP-KEY(9 - WS-INDEXED-KEYLEN:
                   WS-INDEXED-KEYLEN) TO
                   OUTPUT-LINE(1:WS-INDEXED-KEYLEN)
           END-IF.

       1824-WRITE-PACK-TRANS.
           MOVE WS-TD-ROW TO WS-TP-KEY
           EVALUATE TRUE
               WHEN WS-TD-ROW = 1
                   PERFORM 1822-FORMAT-PACK-KEY
                   MOVE 'X' TO
                       OUTPUT-LINE(WS-INDEXED-KEYLEN + 1:1)
                   STRING 'BAD ACTION CODE'
                       DELIMITED BY SIZE
                       INTO OUTPUT-LINE(WS-INDEXED-KEYLEN + 3:15)
                   WRITE OUTPUT-LINE
                   ADD 1 TO WS-TP-ERRORS
               WHEN FUNCTION MOD(WS-TD-ROW 10) = 0
                   PERFORM 1822-FORMAT-PACK-KEY
                   MOVE 'D' TO
                       OUTPUT-LINE(WS-INDEXED-KEYLEN + 1:1)
                   WRITE OUTPUT-LINE
                   ADD 1 TO WS-TP-DELETES
               WHEN FUNCTION MOD(WS-TD-ROW 7) = 0
                   PERFORM 1822-FORMAT-PACK-KEY
                   MOVE 'C' TO
                       OUTPUT-LINE(WS-INDEXED-KEYLEN + 1:1)
                   STRING 'CHANGED RECORD ' WS-TP-KEY
                       DELIMITED BY SIZE
                       INTO OUTPUT-LINE(WS-INDEXED-KEYLEN + 3:23)
                   WRITE OUTPUT-LINE
                   ADD 1 TO WS-TP-CHANGES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1826-WRITE-EXPECTED-RESULTS.
           COMPUTE WS-TP-EXPECTED = WS-TESTDATA-COUNT
               - WS-TP-DELETES + WS-TP-ADDS
           MOVE 'expected.txt' TO WS-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               MOVE SPACES TO OUTPUT-LINE
               STRING 'EXPECTED OUTPUT RECORDS ' WS-TP-EXPECTED
                   DELIMITED BY SIZE INTO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO OUTPUT-LINE
               STRING 'EXPECTED ERROR RECORDS  ' WS-TP-ERRORS
                   DELIMITED BY SIZE INTO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO OUTPUT-LINE
               STRING 'MASTERS ' WS-TESTDATA-COUNT
                   ' ADDS ' WS-TP-ADDS
                   ' CHANGES ' WS-TP-CHANGES
                   ' DELETES ' WS-TP-DELETES
                   DELIMITED BY SIZE INTO OUTPUT-LINE
               WRITE OUTPUT-LINE
               CLOSE SEQFILE
               DISPLAY 'Expected results written to expected.txt'
               MOVE '26' TO WS-MENU-CHOICE
               PERFORM 0900-LOG-GENERATION
               PERFORM 1828-WRITE-EXPECTED-MASTERS
               PERFORM 1829-WRITE-EXPECTED-ERRORS
           ELSE
               CLOSE SEQFILE
           END-IF.

       1828-WRITE-EXPECTED-MASTERS.
           MOVE 'expmast.txt' TO WS-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               COMPUTE WS-TP-DATA-POS = WS-INDEXED-KEYLEN + 2
               PERFORM VARYING WS-TD-ROW FROM 1 BY 1
                       UNTIL WS-TD-ROW > WS-TESTDATA-COUNT
                   MOVE WS-TD-ROW TO WS-TP-KEY
                   EVALUATE TRUE
                       WHEN FUNCTION MOD(WS-TD-ROW 10) = 0
                           CONTINUE
                       WHEN FUNCTION MOD(WS-TD-ROW 7) = 0
                           PERFORM 1822-FORMAT-PACK-KEY
                           STRING 'CHANGED RECORD ' WS-TP-KEY
                               DELIMITED BY SIZE
                               INTO OUTPUT-LINE(WS-TP-DATA-POS:23)
                           WRITE OUTPUT-LINE
                       WHEN OTHER
                           PERFORM 1822-FORMAT-PACK-KEY
                           STRING 'MASTER RECORD ' WS-TP-KEY
                               DELIMITED BY SIZE
                               INTO OUTPUT-LINE(WS-TP-DATA-POS:24)
                           WRITE OUTPUT-LINE
                   END-EVALUATE
               END-PERFORM
               COMPUTE WS-TP-KEY = WS-TESTDATA-COUNT + 1
               PERFORM UNTIL WS-TP-KEY > WS-TP-LASTADD
                   PERFORM 1822-FORMAT-PACK-KEY
                   STRING 'ADDED RECORD ' WS-TP-KEY
                       DELIMITED BY SIZE
                       INTO OUTPUT-LINE(WS-TP-DATA-POS:21)
                   WRITE OUTPUT-LINE
                   ADD 1 TO WS-TP-KEY
               END-PERFORM
               CLOSE SEQFILE
               DISPLAY 'Expected master output written to expmast.txt'
               MOVE '26' TO WS-MENU-CHOICE
               PERFORM 0900-LOG-GENERATION
           ELSE
               CLOSE SEQFILE
           END-IF.

       1829-WRITE-EXPECTED-ERRORS.
           MOVE 'experr.txt' TO WS-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               MOVE 1 TO WS-TP-KEY
               MOVE 'X' TO WS-TP-ACTION
               PERFORM 1830-WRITE-EXPECTED-ERROR
               MOVE 99999999 TO WS-TP-KEY
               MOVE 'C' TO WS-TP-ACTION
               PERFORM 1830-WRITE-EXPECTED-ERROR
               CLOSE SEQFILE
               DISPLAY 'Expected error report written to experr.txt'
               MOVE '26' TO WS-MENU-CHOICE
               PERFORM 0900-LOG-GENERATION
           ELSE
               CLOSE SEQFILE
           END-IF.

       1830-WRITE-EXPECTED-ERROR.
           PERFORM 1822-FORMAT-PACK-KEY
           MOVE OUTPUT-LINE(1:WS-INDEXED-KEYLEN) TO WS-TP-KEY-TEXT
           MOVE SPACES TO OUTPUT-LINE
           STRING 'UNMATCHED TRANSACTION KEY='
               WS-TP-KEY-TEXT(1:WS-INDEXED-KEYLEN)
               ' ACTION=' WS-TP-ACTION
               DELIMITED BY SIZE INTO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       1805-WRITE-TEST-FILE.
           MOVE 'TESTDATA' TO WS-FILENAME-PREFIX
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM VARYING WS-TD-ROW FROM 1 BY 1
                       UNTIL WS-TD-ROW > WS-TESTDATA-COUNT
                   PERFORM 1810-WRITE-TEST-RECORD
               END-PERFORM
               CLOSE SEQFILE
               DISPLAY 'Wrote ' WS-TESTDATA-COUNT ' records to '
                   FUNCTION TRIM(WS-OUTPUT-FILENAME)
               MOVE '26' TO WS-MENU-CHOICE
               PERFORM 0900-LOG-GENERATION
           ELSE
               CLOSE SEQFILE
           END-IF.

       1810-WRITE-TEST-RECORD.
           EVALUATE WS-TESTDATA-KIND
               WHEN 'S'
                   COMPUTE WS-TD-SEQ =
                       WS-TESTDATA-COUNT + 1 - WS-TD-ROW
               WHEN 'M'
                   COMPUTE WS-TD-SEQ = WS-TD-FILE +
                       ((WS-TD-ROW - 1) * WS-MERGE-COUNT)
               WHEN OTHER
                   MOVE WS-TD-ROW TO WS-TD-SEQ
           END-EVALUATE
           IF WS-USE-LAYOUT = 'Y'
                   AND WS-COPY-FIELD-NAME(1) NOT = SPACES
               PERFORM 1815-BUILD-LAYOUT-RECORD
               WRITE OUTPUT-LINE
           ELSE
               PERFORM 1812-BUILD-BLOB-RECORD
               WRITE OUTPUT-LINE
           END-IF.

       1812-BUILD-BLOB-RECORD.
           MOVE SPACES TO OUTPUT-LINE
           IF WS-TESTDATA-KIND = 'I'
               IF WS-INDEXED-KEYLEN > 8
                   MOVE ALL '0' TO
                       OUTPUT-LINE(1:WS-INDEXED-KEYLEN)
                   MOVE WS-TD-SEQ TO
                       OUTPUT-LINE(WS-INDEXED-KEYLEN - 7:8)
               ELSE
                   MOVE WS-TD-SEQ(9 - WS-INDEXED-KEYLEN:
                       WS-INDEXED-KEYLEN) TO
                       OUTPUT-LINE(1:WS-INDEXED-KEYLEN)
               END-IF
               STRING ' TEST DATA ROW ' WS-TD-SEQ
                   DELIMITED BY SIZE
                   INTO OUTPUT-LINE(WS-INDEXED-KEYLEN + 2:30)
           ELSE
               MOVE WS-TD-SEQ TO OUTPUT-LINE(1:8)
               STRING ' TEST DATA ROW ' WS-TD-SEQ
                   DELIMITED BY SIZE
                   INTO OUTPUT-LINE(10:30)
           END-IF.

       1815-BUILD-LAYOUT-RECORD.
           MOVE SPACES TO OUTPUT-LINE
           MOVE SPACES TO WS-TD-TEXT
           STRING 'T' WS-TD-SEQ '-TESTDATA  '
               DELIMITED BY SIZE INTO WS-TD-TEXT
           MOVE 1 TO WS-TD-OFF
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               PERFORM 1817-SET-FIELD-WIDTH
               IF WS-TD-WIDTH > 0
                       AND WS-TD-OFF + WS-TD-WIDTH < 82
                       AND WS-COPY-FIELD-REDEF(WS-COPY-FIELD-IDX)
                           = SPACES
                   PERFORM 1818-FILL-LAYOUT-FIELD
                   ADD WS-TD-WIDTH TO WS-TD-OFF
               END-IF
           END-PERFORM.

       1817-SET-FIELD-WIDTH.
           PERFORM 1816-COMPUTE-FIELD-WIDTH
           IF WS-TD-WIDTH > 80
               MOVE 80 TO WS-TD-WIDTH
           END-IF.

       1816-COMPUTE-FIELD-WIDTH.
           MOVE 0 TO WS-TD-WIDTH
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
               (WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX)))
               TO WS-CSV-PICWK
           MOVE 1 TO WS-PW-POS
           PERFORM UNTIL WS-PW-POS > 20
               IF WS-CSV-PICWK(WS-PW-POS:1) = 'X' OR '9' OR 'A'
                       OR 'Z' OR '*' OR '+' OR '-' OR '$' OR 'B'
                       OR '0' OR '/' OR ',' OR '.' OR 'C' OR 'R'
                       OR 'D'
                   IF WS-PW-POS < 20
                           AND WS-CSV-PICWK(WS-PW-POS + 1:1) = '('
                       MOVE 0 TO WS-PW-NUM
                       ADD 2 TO WS-PW-POS
                       PERFORM UNTIL WS-PW-POS > 20
                               OR WS-CSV-PICWK(WS-PW-POS:1)
                               IS NOT NUMERIC
                           COMPUTE WS-PW-NUM = WS-PW-NUM * 10
                               + FUNCTION NUMVAL
                               (WS-CSV-PICWK(WS-PW-POS:1))
                           ADD 1 TO WS-PW-POS
                       END-PERFORM
                       ADD WS-PW-NUM TO WS-TD-WIDTH
                       ADD 1 TO WS-PW-POS
                   ELSE
                       ADD 1 TO WS-TD-WIDTH
                       ADD 1 TO WS-PW-POS
                   END-IF
               ELSE
                   ADD 1 TO WS-PW-POS
               END-IF
           END-PERFORM
           IF WS-COPY-FIELD-USAGE(WS-COPY-FIELD-IDX) = 'COMP-3'
                   AND WS-TD-WIDTH > 0
               COMPUTE WS-TD-WIDTH =
                   FUNCTION INTEGER(WS-TD-WIDTH / 2) + 1
           END-IF
           IF WS-COPY-FIELD-USAGE(WS-COPY-FIELD-IDX) = 'COMP'
                   AND WS-TD-WIDTH > 0
               EVALUATE TRUE
                   WHEN WS-TD-WIDTH < 5
                       MOVE 2 TO WS-TD-WIDTH
                   WHEN WS-TD-WIDTH < 10
                       MOVE 4 TO WS-TD-WIDTH
                   WHEN OTHER
                       MOVE 8 TO WS-TD-WIDTH
               END-EVALUATE
           END-IF
           IF WS-COPY-FIELD-OCCURS(WS-COPY-FIELD-IDX) > 0
               COMPUTE WS-TD-WIDTH = WS-TD-WIDTH *
                   WS-COPY-FIELD-OCCURS(WS-COPY-FIELD-IDX)
           END-IF
           IF WS-COPY-FIELD-INOCC(WS-COPY-FIELD-IDX) > 0
               COMPUTE WS-TD-WIDTH = WS-TD-WIDTH *
                   WS-COPY-FIELD-INOCC(WS-COPY-FIELD-IDX)
           END-IF.

       1818-FILL-LAYOUT-FIELD.
           IF WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX)(1:1) = '9'
                   OR WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX)(1:1) = 'S'
               MOVE ALL '0' TO
                   OUTPUT-LINE(WS-TD-OFF:WS-TD-WIDTH)
               IF WS-TD-WIDTH > 7
                   MOVE WS-TD-SEQ TO OUTPUT-LINE
                       (WS-TD-OFF + WS-TD-WIDTH - 8:8)
               ELSE
                   MOVE WS-TD-SEQ(9 - WS-TD-WIDTH:WS-TD-WIDTH)
                       TO OUTPUT-LINE(WS-TD-OFF:WS-TD-WIDTH)
               END-IF
           ELSE
               IF WS-TD-WIDTH > 20
                   MOVE WS-TD-TEXT TO
                       OUTPUT-LINE(WS-TD-OFF:WS-TD-WIDTH)
               ELSE
                   MOVE WS-TD-TEXT(1:WS-TD-WIDTH) TO
                       OUTPUT-LINE(WS-TD-OFF:WS-TD-WIDTH)
               END-IF
           END-IF.

       1900-EMIT-MULTIREC-PROGRAM.
           MOVE 'N' TO WS-CSV-HAS-BINARY
           IF WS-USE-LAYOUT = 'Y'
               PERFORM 2925-COUNT-CSV-COLUMNS
           END-IF
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-PROGID-OVERRIDE NOT = 'Y'
               MOVE 'READFILE' TO WS-GEN-PROGID
           END-IF
           MOVE SPACES TO OUTPUT-LINE
           STRING "       PROGRAM-ID. " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-PROGID) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       INPUT-OUTPUT SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE-CONTROL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'INPUT-FILE' TO WS-SEL-FDNAME
           MOVE 'INFILE' TO WS-SEL-DDNAME
           MOVE WS-GEN-INFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-INPUT' TO WS-SEL-STATUS
           IF WS-CSV-HAS-BINARY = 'Y'
               MOVE 'S' TO WS-SEL-ORG
           END-IF
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  INPUT-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  INPUT-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  REC-TYPE PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  REC-BODY PIC X(79)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  HEADER-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER   PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  HDR-DATE PIC X(8)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER   PIC X(71)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  DETAIL-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER   PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-USE-LAYOUT = 'Y'
               PERFORM 1550-EMIT-FIELD-LINES
           ELSE
               MOVE "           05  DTL-DATA PIC X(79)."
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "       01  TRAILER-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER    PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  TRL-COUNT PIC 9(7)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER    PIC X(72)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-INPUT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  EndOfFile VALUE '10'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  NoErrors  VALUE '00'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DETAIL-COUNT PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-HEADER-SEEN PIC X VALUE 'N'."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-TRAILER-SEEN PIC X VALUE 'N'."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN INPUT INPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF NOT NoErrors" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'Error opening input file.'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM UNTIL EndOfFile" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           READ INPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           SET EndOfFile TO TRUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           NOT AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1000-PROCESS-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-PERFORM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE INPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-TRAILER-SEEN NOT = 'Y'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'MISSING TRAILER RECORD'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'DETAILS READ: ' WS-DETAIL-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1000-PROCESS-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EVALUATE REC-TYPE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'H'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 1100-PROCESS-HEADER"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'D'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ADD 1 TO WS-DETAIL-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-USE-LAYOUT = 'Y'
               MOVE SPACES TO WS-BUILD-LINE
               STRING "                   MOVE INPUT-RECORD TO"
                   " DETAIL-RECORD"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "                   DISPLAY DETAIL-RECORD"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "                   MOVE INPUT-RECORD TO"
                   " DETAIL-RECORD"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "                   DISPLAY DTL-DATA"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "               WHEN 'T'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   MOVE INPUT-RECORD TO"
               " TRAILER-RECORD"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 1200-PROCESS-TRAILER"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN OTHER" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   DISPLAY 'UNKNOWN RECORD TYPE '"
               " REC-TYPE"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 16 TO RETURN-CODE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-EVALUATE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1100-PROCESS-HEADER." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'Y' TO WS-HEADER-SEEN"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE INPUT-RECORD TO HEADER-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF HDR-DATE IS NOT NUMERIC"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'INVALID HEADER DATE ' HDR-DATE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'FILE DATE: ' HDR-DATE."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1200-PROCESS-TRAILER." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'Y' TO WS-TRAILER-SEEN"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF TRL-COUNT NOT = WS-DETAIL-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'TRAILER COUNT   ' TRL-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'DETAILS READ    '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-DETAIL-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'TRAILER COUNT MISMATCH'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       2800-CREATE-EDIT-PROGRAM.
           MOVE 'EDITPGM' TO WS-FILENAME-PREFIX
           DISPLAY 'Creating a data edit/validation program...'
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           IF WS-PROGID-OVERRIDE NOT = 'Y'
               MOVE 'EDITPGM' TO WS-GEN-PROGID
           END-IF
           PERFORM 0210-PROMPT-USE-LAYOUT
           IF NOT WS-BATCH-MODE
               ACCEPT EDIT-RULES-SCREEN
               MOVE FUNCTION UPPER-CASE(WS-BC-EDITS)
                   TO WS-BC-EDITS
           END-IF
           MOVE SPACES TO WS-EDIT-RULE-TAB
           IF WS-BC-EDITS NOT = SPACES
               UNSTRING WS-BC-EDITS DELIMITED BY '/'
                   INTO WS-EDIT-RULE(1) WS-EDIT-RULE(2)
                        WS-EDIT-RULE(3) WS-EDIT-RULE(4)
                        WS-EDIT-RULE(5) WS-EDIT-RULE(6)
                        WS-EDIT-RULE(7) WS-EDIT-RULE(8)
                        WS-EDIT-RULE(9)
               END-UNSTRING
           END-IF
           MOVE 0 TO WS-EDIT-LOOKUPS
           MOVE SPACES TO WS-EDIT-LKTAB
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > 9
               PERFORM 2836-NOTE-LOOKUP-NAME
           END-PERFORM
           PERFORM 0100-PROMPT-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 2805-CREATE-EDIT-WRITE
           END-IF
           CLOSE SEQFILE
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF
           MOVE 'RECYCPGM' TO WS-FILENAME-PREFIX
           MOVE SPACES TO WS-BC-OUTNAME
           PERFORM 0100-PROMPT-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 2845-CREATE-RECYCLE-WRITE
           END-IF
           CLOSE SEQFILE
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       2845-CREATE-RECYCLE-WRITE.
           PERFORM 2925-COUNT-CSV-COLUMNS
           PERFORM 2927-SET-LAYOUT-WIDTH
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROGRAM-ID. RECYCPGM." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       INPUT-OUTPUT SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE-CONTROL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'REJECT-IN' TO WS-SEL-FDNAME
           MOVE 'REJECT' TO WS-SEL-DDNAME
           MOVE 'reject.txt' TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-REJECT' TO WS-SEL-STATUS
           IF WS-CSV-HAS-BINARY = 'Y'
               MOVE 'S' TO WS-SEL-ORG
           END-IF
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'RECYCLE-OUT' TO WS-SEL-FDNAME
           MOVE 'RECYCLE' TO WS-SEL-DDNAME
           MOVE 'recycle.txt' TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-RECYCLE' TO WS-SEL-STATUS
           IF WS-CSV-HAS-BINARY = 'Y'
               MOVE 'S' TO WS-SEL-ORG
           END-IF
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  REJECT-IN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  INPUT-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 1550-EMIT-FIELD-LINES
           MOVE "       FD  RECYCLE-OUT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  RECYCLE-RECORD PIC X("
               DELIMITED BY SIZE
               WS-VR-SEGSUM DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-REJECT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  EndOfFile VALUE '10'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  NoErrors  VALUE '00'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-RECYCLE PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORDS-READ PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-ACCEPTED-COUNT PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SKIPPED-COUNT PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORD-ERRORS PIC 99 VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-ERR-FIELD PIC X(20)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-ERR-RULE PIC X(20)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-ANSWER PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-EDIT-LOOKUPS > 0
               PERFORM 5540-EMIT-LOOKUP-PARMS
           END-IF
           MOVE "       SCREEN SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  RECYCLE-SCREEN FOREGROUND-COLOR 3."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05 FILLER PIC X(30) VALUE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           'ERROR RECORD CORRECTION'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           LINE 2 COL 20 BLANK SCREEN."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 2847-EMIT-RECYCLE-FIELDS
           MOVE "           05 FILLER PIC X(12) VALUE 'LAST ERROR:'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           LINE 20 COL 5 FOREGROUND-COLOR 9."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05 LINE 20 COL 18 PIC X(20)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "              FROM WS-ERR-FIELD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05 LINE 20 COL 40 PIC X(20)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "              FROM WS-ERR-RULE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05 FILLER PIC X(30) VALUE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           'ENTER=re-edit  S=skip record'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           LINE 22 COL 5 FOREGROUND-COLOR 9."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05 LINE 22 COL 40 AUTO PIC X"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "              TO WS-ANSWER." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN INPUT REJECT-IN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF NOT NoErrors" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'Error opening reject file.'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN OUTPUT RECYCLE-OUT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM UNTIL EndOfFile" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           READ REJECT-IN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           SET EndOfFile TO TRUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           NOT AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-RECORDS-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 2000-REPAIR-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-PERFORM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE REJECT-IN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE RECYCLE-OUT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'RECORDS READ:     '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-RECORDS-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'RECORDS ACCEPTED: '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-ACCEPTED-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'RECORDS SKIPPED:  '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-SKIPPED-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       2000-REPAIR-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACE TO WS-ANSWER" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1000-EDIT-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM UNTIL WS-RECORD-ERRORS = 0"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   OR WS-ANSWER = 'S'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ACCEPT RECYCLE-SCREEN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE FUNCTION UPPER-CASE(WS-ANSWER)"
               " TO WS-ANSWER"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1000-EDIT-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-PERFORM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-RECORD-ERRORS = 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE RECYCLE-RECORD FROM INPUT-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-ACCEPTED-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-SKIPPED-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1000-EDIT-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 0 TO WS-RECORD-ERRORS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               PERFORM 2810-EMIT-FIELD-EDITS
           END-PERFORM
           MOVE "           CONTINUE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       8000-FIELD-ERROR." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-RECORD-ERRORS."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       2847-EMIT-RECYCLE-FIELDS.
           MOVE 0 TO WS-CAP-IDX
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
                   OR WS-CAP-IDX > 15
               IF WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX) NOT = SPACES
                       AND WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX)
                           NOT = SPACES
                       AND WS-COPY-FIELD-REDEF(WS-COPY-FIELD-IDX)
                           = SPACES
                   ADD 1 TO WS-CAP-IDX
                   COMPUTE WS-DRV-LINE = WS-CAP-IDX + 3
                   MOVE "           05 FILLER PIC X(20) VALUE"
                       TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   MOVE SPACES TO OUTPUT-LINE
                   STRING "           '" DELIMITED BY SIZE
                       FUNCTION TRIM
                       (WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX))
                       DELIMITED BY SIZE
                       "'" DELIMITED BY SIZE
                       INTO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   MOVE SPACES TO OUTPUT-LINE
                   STRING "           LINE " DELIMITED BY SIZE
                       WS-DRV-LINE DELIMITED BY SIZE
                       " COL 5 FOREGROUND-COLOR 9."
                       DELIMITED BY SIZE
                       INTO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   PERFORM 2934-SET-FIELD-REF-ONE
                   MOVE SPACES TO OUTPUT-LINE
                   STRING "           05 LINE " DELIMITED BY SIZE
                       WS-DRV-LINE DELIMITED BY SIZE
                       " COL 30 USING " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CSV-NAMEWK)
                       DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               END-IF
           END-PERFORM.

       2805-CREATE-EDIT-WRITE.
           PERFORM 5700-SET-RUNSTATS-HOOK
           MOVE 'WS-RECORDS-READ' TO WS-RST-READ-SRC
           MOVE 'WS-CLEAN-COUNT' TO WS-RST-WRITE-SRC
           PERFORM 2925-COUNT-CSV-COLUMNS
           PERFORM 2927-SET-LAYOUT-WIDTH
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING "       PROGRAM-ID. " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-PROGID) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       INPUT-OUTPUT SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE-CONTROL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'INPUT-FILE' TO WS-SEL-FDNAME
           MOVE 'INFILE' TO WS-SEL-DDNAME
           MOVE WS-GEN-INFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-INPUT' TO WS-SEL-STATUS
           IF WS-CSV-HAS-BINARY = 'Y'
               MOVE 'S' TO WS-SEL-ORG
           END-IF
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'CLEAN-FILE' TO WS-SEL-FDNAME
           MOVE 'CLEAN' TO WS-SEL-DDNAME
           MOVE WS-GEN-OUTFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-CLEAN' TO WS-SEL-STATUS
           IF WS-CSV-HAS-BINARY = 'Y'
               MOVE 'S' TO WS-SEL-ORG
           END-IF
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'REJECT-FILE' TO WS-SEL-FDNAME
           MOVE 'REJECT' TO WS-SEL-DDNAME
           MOVE 'reject.txt' TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-REJECT' TO WS-SEL-STATUS
           IF WS-CSV-HAS-BINARY = 'Y'
               MOVE 'S' TO WS-SEL-ORG
           END-IF
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'ERROR-REPORT' TO WS-SEL-FDNAME
           MOVE 'ERRRPT' TO WS-SEL-DDNAME
           MOVE 'editrpt.txt' TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-ERRRPT' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           IF WS-PROF-RUNDATE NOT = SPACES
               PERFORM 1591-EMIT-RUNDATE-SELECT
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5705-EMIT-RUNSTATS-SELECT
           END-IF
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  INPUT-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  INPUT-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 1550-EMIT-FIELD-LINES
           MOVE "       FD  CLEAN-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  CLEAN-RECORD PIC X("
               DELIMITED BY SIZE
               WS-VR-SEGSUM DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  REJECT-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  REJECT-RECORD PIC X("
               DELIMITED BY SIZE
               WS-VR-SEGSUM DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  ERROR-REPORT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  ERROR-LINE PIC X(100)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-PROF-RUNDATE NOT = SPACES
               PERFORM 1592-EMIT-RUNDATE-FD
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5710-EMIT-RUNSTATS-FD
           END-IF
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-INPUT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  EndOfFile VALUE '10'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  NoErrors  VALUE '00'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-CLEAN PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-REJECT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-ERRRPT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORDS-READ PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-CLEAN-COUNT PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-REJECT-COUNT PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORD-ERRORS PIC 99 VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-ERR-FIELD PIC X(20)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-ERR-RULE PIC X(20)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-PROF-RUNDATE NOT = SPACES
               PERFORM 1593-EMIT-RUNDATE-WS
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5715-EMIT-RUNSTATS-WS
           END-IF
           IF WS-EDIT-LOOKUPS > 0
               PERFORM 5540-EMIT-LOOKUP-PARMS
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5720-EMIT-RUNSTATS-LINKAGE
           END-IF
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5725-EMIT-RUNSTATS-START
           END-IF
           IF WS-PROF-RUNDATE NOT = SPACES
               MOVE "           PERFORM 7900-GET-RUN-DATE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           OPEN INPUT INPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF NOT NoErrors" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0001E' TO WS-MSG-KEY
           MOVE 'Error opening input file. Status:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-INPUT' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 5730-EMIT-RUNSTATS-CALL
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN OUTPUT CLEAN-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN OUTPUT REJECT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN OUTPUT ERROR-REPORT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-PROF-RUNDATE NOT = SPACES
               MOVE "           MOVE SPACES TO ERROR-LINE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE 'GEN0501T' TO WS-MSG-KEY
               MOVE 'EDIT RUN FOR BUSINESS DATE' TO WS-MSG-TEXT
               MOVE 1 TO WS-MSG-PAD
               MOVE 11 TO WS-MSG-INDENT
               MOVE 'STRING' TO WS-MSG-LEAD
               MOVE 'WS-RUN-DATE' TO WS-MSG-TAIL
               PERFORM 5320-EMIT-CAPTION
               MOVE "               DELIMITED BY SIZE INTO ERROR-LINE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           WRITE ERROR-LINE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           PERFORM UNTIL EndOfFile" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           READ INPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           SET EndOfFile TO TRUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           NOT AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-RECORDS-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1000-EDIT-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-PERFORM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE INPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE CLEAN-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE REJECT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE ERROR-REPORT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0003I' TO WS-MSG-KEY
           MOVE 'RECORDS READ:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-RECORDS-READ' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE 'GEN0008I' TO WS-MSG-KEY
           MOVE 'RECORDS ACCEPTED:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-CLEAN-COUNT' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE 'GEN0009W' TO WS-MSG-KEY
           MOVE 'RECORDS REJECTED:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-REJECT-COUNT' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           IF WS-REJECT-COUNT > 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 4 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 5730-EMIT-RUNSTATS-CALL
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1000-EDIT-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 0 TO WS-RECORD-ERRORS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               PERFORM 2810-EMIT-FIELD-EDITS
           END-PERFORM
           MOVE "           IF WS-RECORD-ERRORS = 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE CLEAN-RECORD FROM INPUT-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-CLEAN-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE REJECT-RECORD FROM INPUT-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-REJECT-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       8000-FIELD-ERROR." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-RECORD-ERRORS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO ERROR-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0502T' TO WS-MSG-KEY
           MOVE 'REC' TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'STRING' TO WS-MSG-LEAD
           MOVE "WS-RECORDS-READ ' '" TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE 'GEN0503T' TO WS-MSG-KEY
           MOVE 'FIELD' TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           MOVE 15 TO WS-MSG-INDENT
           MOVE "WS-ERR-FIELD ' '" TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE 'GEN0504T' TO WS-MSG-KEY
           MOVE 'FAILED' TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-ERR-RULE' TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE "               DELIMITED BY SIZE INTO ERROR-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE ERROR-LINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-PROF-RUNDATE NOT = SPACES
               PERFORM 1594-EMIT-RUNDATE-PARA
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5735-EMIT-RUNSTATS-PARA
           END-IF
           MOVE 'N' TO WS-GEN-RUNSTATS.

       2810-EMIT-FIELD-EDITS.
           IF WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX) = SPACES
                   OR WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX) = SPACES
                   OR WS-COPY-FIELD-REDEF(WS-COPY-FIELD-IDX)
                       NOT = SPACES
               CONTINUE
           ELSE
               PERFORM 2815-EMIT-FIELD-EDIT-CHECKS
           END-IF.

       2815-EMIT-FIELD-EDIT-CHECKS.
           PERFORM 2934-SET-FIELD-REF-ONE
           MOVE WS-CSV-NAMEWK TO WS-EDIT-FLD
           MOVE SPACES TO WS-EDIT-SCAN
           UNSTRING WS-EDIT-RULE(WS-COPY-FIELD-IDX)
               DELIMITED BY 'V=' OR 'T='
               INTO WS-EDIT-SCAN
           END-UNSTRING
           MOVE 0 TO WS-EDIT-TALLY
           INSPECT WS-EDIT-SCAN
               TALLYING WS-EDIT-TALLY FOR ALL 'R'
           IF WS-EDIT-TALLY > 0
               MOVE 'REQUIRED' TO WS-SQL-COLSPEC
               IF WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX)(1:1) = '9'
                   OR WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX)(1:1) = 'S'
                   MOVE 0 TO WS-EDIT-TALLY
                   INSPECT WS-EDIT-SCAN
                       TALLYING WS-EDIT-TALLY FOR ALL 'N'
                   IF WS-EDIT-TALLY = 0
                       MOVE SPACES TO WS-BUILD-LINE
                       STRING "           IF " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-FLD)
                           DELIMITED BY SIZE
                           " IS NOT NUMERIC" DELIMITED BY SIZE
                           INTO WS-BUILD-LINE
                       MOVE WS-BUILD-LINE TO OUTPUT-LINE
                       WRITE OUTPUT-LINE
                       PERFORM 2820-EMIT-ERROR-CALL
                   END-IF
               ELSE
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "           IF " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-FLD) DELIMITED BY SIZE
                       " = SPACES" DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   PERFORM 2820-EMIT-ERROR-CALL
               END-IF
           END-IF
           MOVE 0 TO WS-EDIT-TALLY
           INSPECT WS-EDIT-SCAN
               TALLYING WS-EDIT-TALLY FOR ALL 'N'
           IF WS-EDIT-TALLY > 0
               MOVE 'NUMERIC' TO WS-SQL-COLSPEC
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           IF " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-FLD) DELIMITED BY SIZE
                   " IS NOT NUMERIC" DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               PERFORM 2820-EMIT-ERROR-CALL
           END-IF
           MOVE 0 TO WS-EDIT-TALLY
           INSPECT WS-EDIT-SCAN
               TALLYING WS-EDIT-TALLY FOR ALL 'D'
           IF WS-EDIT-TALLY > 0
               MOVE 'DATE-VALID' TO WS-SQL-COLSPEC
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           IF " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-FLD) DELIMITED BY SIZE
                   " IS NOT NUMERIC" DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "               OR " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-FLD) DELIMITED BY SIZE
                   "(5:2) < '01' OR " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-FLD) DELIMITED BY SIZE
                   "(5:2) > '12'" DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "               OR " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-FLD) DELIMITED BY SIZE
                   "(7:2) < '01' OR " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-FLD) DELIMITED BY SIZE
                   "(7:2) > '31'" DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               PERFORM 2820-EMIT-ERROR-CALL
           END-IF
           MOVE 0 TO WS-EDIT-TALLY
           INSPECT WS-EDIT-RULE(WS-COPY-FIELD-IDX)
               TALLYING WS-EDIT-TALLY FOR ALL 'V='
           IF WS-EDIT-TALLY > 0
               PERFORM 2830-EMIT-VALUE-LIST-CHECK
           END-IF
           MOVE 0 TO WS-EDIT-TALLY
           INSPECT WS-EDIT-RULE(WS-COPY-FIELD-IDX)
               TALLYING WS-EDIT-TALLY FOR ALL 'T='
           IF WS-EDIT-TALLY > 0
               PERFORM 2835-EMIT-TABLE-LOOKUP
           END-IF.

       2820-EMIT-ERROR-CALL.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               MOVE '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-FLD) DELIMITED BY SIZE
               "' TO WS-ERR-FIELD" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               MOVE '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SQL-COLSPEC) DELIMITED BY SIZE
               "' TO WS-ERR-RULE" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 8000-FIELD-ERROR"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       2830-EMIT-VALUE-LIST-CHECK.
           MOVE SPACES TO WS-EDIT-VLIST
           UNSTRING WS-EDIT-RULE(WS-COPY-FIELD-IDX)
               DELIMITED BY 'V='
               INTO WS-SQL-COLSPEC WS-EDIT-VLIST
           END-UNSTRING
           MOVE 0 TO WS-EDIT-TALLY
           INSPECT WS-EDIT-VLIST TALLYING WS-EDIT-TALLY FOR ALL 'T='
           IF WS-EDIT-TALLY > 0
               MOVE SPACES TO WS-EDIT-LKTMP
               UNSTRING WS-EDIT-VLIST DELIMITED BY 'T='
                   INTO WS-EDIT-LKTMP
               END-UNSTRING
               MOVE WS-EDIT-LKTMP TO WS-EDIT-VLIST
           END-IF
           MOVE SPACES TO WS-EDIT-VAL-TAB
           UNSTRING WS-EDIT-VLIST DELIMITED BY ';'
               INTO WS-EDIT-VAL(1) WS-EDIT-VAL(2) WS-EDIT-VAL(3)
                    WS-EDIT-VAL(4) WS-EDIT-VAL(5)
           END-UNSTRING
           MOVE 'VALUE-LIST' TO WS-SQL-COLSPEC
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           IF " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-FLD) DELIMITED BY SIZE
               " NOT = '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-VAL(1)) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-EDIT-VIDX FROM 2 BY 1
                   UNTIL WS-EDIT-VIDX > 5
               IF WS-EDIT-VAL(WS-EDIT-VIDX) NOT = SPACES
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "               AND " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-FLD) DELIMITED BY SIZE
                       " NOT = '" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-VAL(WS-EDIT-VIDX))
                       DELIMITED BY SIZE
                       "'" DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               END-IF
           END-PERFORM
           PERFORM 2820-EMIT-ERROR-CALL.

       2835-EMIT-TABLE-LOOKUP.
           PERFORM 2837-PARSE-LOOKUP-NAME
           IF WS-EDIT-LKNAME NOT = SPACES
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-FLD) DELIMITED BY SIZE
                   " TO LOOKUP-CODE" DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               PERFORM 5545-EMIT-LOOKUP-CALL
               MOVE "           IF NOT LookupFound" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-SQL-COLSPEC
               STRING 'TABLE ' DELIMITED BY SIZE
                   WS-EDIT-LKNAME DELIMITED BY SPACE
                   INTO WS-SQL-COLSPEC
               PERFORM 2820-EMIT-ERROR-CALL
           END-IF.

       2836-NOTE-LOOKUP-NAME.
           MOVE 0 TO WS-EDIT-TALLY
           INSPECT WS-EDIT-RULE(WS-COPY-FIELD-IDX)
               TALLYING WS-EDIT-TALLY FOR ALL 'T='
           IF WS-EDIT-TALLY > 0
               PERFORM 2837-PARSE-LOOKUP-NAME
               IF WS-EDIT-LKNAME = SPACES
                   DISPLAY 'Lookup rule for field ' WS-COPY-FIELD-IDX
                       ' names no subprogram, rule ignored.'
               ELSE
                   MOVE 0 TO WS-EDIT-LKFOUND
                   PERFORM VARYING WS-EDIT-LKIDX FROM 1 BY 1
                           UNTIL WS-EDIT-LKIDX > WS-EDIT-LOOKUPS
                       IF WS-EDIT-LKTAB-NAME(WS-EDIT-LKIDX)
                               = WS-EDIT-LKNAME
                           MOVE WS-EDIT-LKIDX TO WS-EDIT-LKFOUND
                       END-IF
                   END-PERFORM
                   IF WS-EDIT-LKFOUND = 0
                       ADD 1 TO WS-EDIT-LOOKUPS
                       MOVE WS-EDIT-LKNAME
                           TO WS-EDIT-LKTAB-NAME(WS-EDIT-LOOKUPS)
                   END-IF
               END-IF
           END-IF.

       2837-PARSE-LOOKUP-NAME.
           MOVE SPACES TO WS-EDIT-LKTMP
           MOVE SPACES TO WS-EDIT-LKSUB
           UNSTRING WS-EDIT-RULE(WS-COPY-FIELD-IDX)
               DELIMITED BY 'T='
               INTO WS-EDIT-LKTMP WS-EDIT-LKSUB
           END-UNSTRING
           MOVE SPACES TO WS-EDIT-LKTMP
           UNSTRING WS-EDIT-LKSUB DELIMITED BY 'V=' OR ';' OR SPACE
               INTO WS-EDIT-LKTMP
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-EDIT-LKTMP) TO WS-EDIT-LKNAME.

       2900-CREATE-CSV-PROGRAMS.
           DISPLAY 'Creating CSV conversion programs...'
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           PERFORM 0210-PROMPT-USE-LAYOUT
           MOVE 'data.csv' TO WS-CSV-FILE
           IF WS-BC-CSV NOT = SPACES
               MOVE WS-BC-CSV TO WS-CSV-FILE
           END-IF
           MOVE 'TOCSV' TO WS-FILENAME-PREFIX
           PERFORM 0100-PROMPT-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 2905-CREATE-TOCSV-WRITE
           END-IF
           CLOSE SEQFILE
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF
           MOVE 'FROMCSV' TO WS-FILENAME-PREFIX
           MOVE SPACES TO WS-BC-OUTNAME
           PERFORM 0100-PROMPT-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 2915-CREATE-FROMCSV-WRITE
           END-IF
           CLOSE SEQFILE
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       2920-COUNT-FIELD-DECIMALS.
           MOVE 0 TO WS-CSV-DECS
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
               (WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX)))
               TO WS-CSV-PICWK
           MOVE 0 TO WS-CSV-VPOS
           PERFORM VARYING WS-TPL-POS FROM 1 BY 1
                   UNTIL WS-TPL-POS > 19
                   OR WS-CSV-VPOS > 0
               IF WS-CSV-PICWK(WS-TPL-POS:1) = 'V'
                   MOVE WS-TPL-POS TO WS-CSV-VPOS
               END-IF
           END-PERFORM
           IF WS-CSV-VPOS > 0
               IF WS-CSV-PICWK(WS-CSV-VPOS + 1:2) = '9('
                   IF WS-CSV-PICWK(WS-CSV-VPOS + 3:1) IS NUMERIC
                       MOVE WS-CSV-PICWK(WS-CSV-VPOS + 3:1)
                           TO WS-CSV-DECS
                   END-IF
               ELSE
                   MOVE 0 TO WS-EDIT-TALLY
                   INSPECT WS-CSV-PICWK(WS-CSV-VPOS + 1:8)
                       TALLYING WS-EDIT-TALLY FOR ALL '9'
                   IF WS-EDIT-TALLY > 9
                       MOVE 9 TO WS-EDIT-TALLY
                   END-IF
                   MOVE WS-EDIT-TALLY TO WS-CSV-DECS
               END-IF
           END-IF.

       2922-SET-CSV-OCCURRENCES.
           IF WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX) = SPACES
                   OR WS-COPY-FIELD-REDEF(WS-COPY-FIELD-IDX)
                       NOT = SPACES
               MOVE 0 TO WS-OCC-MAX
           ELSE
               PERFORM 2932-SET-FIELD-DIMS
               MOVE 1 TO WS-OCC-MAX
               IF WS-OCC-D1 > 0
                   COMPUTE WS-OCC-MAX = WS-OCC-MAX * WS-OCC-D1
               END-IF
               IF WS-OCC-D2 > 0
                   COMPUTE WS-OCC-MAX = WS-OCC-MAX * WS-OCC-D2
               END-IF
           END-IF
           MOVE 'N' TO WS-CSV-NEEDS-ED
           IF WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX)(1:1) = '9'
                   OR WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX)(1:1) = 'S'
               IF WS-CSV-DECS > 0
                       OR WS-COPY-FIELD-USAGE(WS-COPY-FIELD-IDX)
                           NOT = SPACES
                   MOVE 'Y' TO WS-CSV-NEEDS-ED
               END-IF
           END-IF.

       2927-SET-LAYOUT-WIDTH.
           MOVE 0 TO WS-VR-SEGSUM
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               IF WS-COPY-FIELD-REDEF(WS-COPY-FIELD-IDX) = SPACES
                   PERFORM 1817-SET-FIELD-WIDTH
                   ADD WS-TD-WIDTH TO WS-VR-SEGSUM
               END-IF
           END-PERFORM
           IF WS-VR-SEGSUM = 0
               MOVE 80 TO WS-VR-SEGSUM
           END-IF.

       2925-COUNT-CSV-COLUMNS.
           MOVE 0 TO WS-CSV-COLTOT
           MOVE 'N' TO WS-CSV-HAS-BINARY
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               PERFORM 2920-COUNT-FIELD-DECIMALS
               PERFORM 2922-SET-CSV-OCCURRENCES
               ADD WS-OCC-MAX TO WS-CSV-COLTOT
               IF WS-COPY-FIELD-USAGE(WS-COPY-FIELD-IDX) NOT = SPACES
                   MOVE 'Y' TO WS-CSV-HAS-BINARY
               END-IF
           END-PERFORM
           IF WS-CSV-COLTOT = 0
               MOVE 1 TO WS-CSV-COLTOT
           END-IF.

       2930-SET-CSV-FIELD-NAME.
           PERFORM 2932-SET-FIELD-DIMS
           MOVE SPACES TO WS-CSV-NAMEWK
           EVALUATE TRUE
               WHEN WS-OCC-D1 > 0 AND WS-OCC-D2 > 0
                   COMPUTE WS-OCC-IX1 =
                       (WS-OCC-IDX - 1) / WS-OCC-D2 + 1
                   COMPUTE WS-OCC-IX2 = WS-OCC-IDX
                       - (WS-OCC-IX1 - 1) * WS-OCC-D2
                   STRING FUNCTION TRIM
                       (WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX))
                       "(" WS-OCC-IX1 " " WS-OCC-IX2 ")"
                       DELIMITED BY SIZE INTO WS-CSV-NAMEWK
               WHEN WS-OCC-D1 > 0 OR WS-OCC-D2 > 0
                   STRING FUNCTION TRIM
                       (WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX))
                       "(" WS-OCC-IDX ")"
                       DELIMITED BY SIZE INTO WS-CSV-NAMEWK
               WHEN OTHER
                   MOVE WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX)
                       TO WS-CSV-NAMEWK
           END-EVALUATE.

       2932-SET-FIELD-DIMS.
           MOVE WS-COPY-FIELD-INOCC(WS-COPY-FIELD-IDX)
               TO WS-OCC-D1
           MOVE WS-COPY-FIELD-OCCURS(WS-COPY-FIELD-IDX)
               TO WS-OCC-D2.

       2934-SET-FIELD-REF-ONE.
           PERFORM 2932-SET-FIELD-DIMS
           MOVE SPACES TO WS-CSV-NAMEWK
           EVALUATE TRUE
               WHEN WS-OCC-D1 > 0 AND WS-OCC-D2 > 0
                   STRING FUNCTION TRIM
                       (WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX))
                       "(1 1)"
                       DELIMITED BY SIZE INTO WS-CSV-NAMEWK
               WHEN WS-OCC-D1 > 0 OR WS-OCC-D2 > 0
                   STRING FUNCTION TRIM
                       (WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX))
                       "(1)"
                       DELIMITED BY SIZE INTO WS-CSV-NAMEWK
               WHEN OTHER
                   MOVE WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX)
                       TO WS-CSV-NAMEWK
           END-EVALUATE.

       2935-EMIT-CSV-EDIT-DEF.
           MOVE SPACES TO WS-BUILD-LINE
           IF WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX)(1:1) = 'S'
               STRING "       01  WS-ED-" DELIMITED BY SIZE
                   WS-CSV-FNO DELIMITED BY SIZE
                   " PIC -(9)9" DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
           ELSE
               STRING "       01  WS-ED-" DELIMITED BY SIZE
                   WS-CSV-FNO DELIMITED BY SIZE
                   " PIC Z(9)9" DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
           END-IF
           MOVE WS-BUILD-LINE TO WS-BUILD-LINE2
           MOVE SPACES TO WS-BUILD-LINE
           EVALUATE WS-CSV-DECS
               WHEN 0
                   STRING FUNCTION TRIM(WS-BUILD-LINE2)
                       "." DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               WHEN 1
                   STRING FUNCTION TRIM(WS-BUILD-LINE2)
                       ".9." DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               WHEN 2
                   STRING FUNCTION TRIM(WS-BUILD-LINE2)
                       ".99." DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               WHEN 3
                   STRING FUNCTION TRIM(WS-BUILD-LINE2)
                       ".999." DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-BUILD-LINE2)
                       ".9999." DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
           END-EVALUATE
           MOVE SPACES TO WS-BUILD-LINE2
           STRING "       " WS-BUILD-LINE(1:66)
               DELIMITED BY SIZE INTO WS-BUILD-LINE2
           MOVE WS-BUILD-LINE2 TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       2905-CREATE-TOCSV-WRITE.
           PERFORM 2925-COUNT-CSV-COLUMNS
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROGRAM-ID. TOCSV." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       INPUT-OUTPUT SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE-CONTROL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'INPUT-FILE' TO WS-SEL-FDNAME
           MOVE 'INFILE' TO WS-SEL-DDNAME
           MOVE WS-GEN-INFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-INPUT' TO WS-SEL-STATUS
           IF WS-CSV-HAS-BINARY = 'Y'
               MOVE 'S' TO WS-SEL-ORG
           END-IF
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'CSV-FILE' TO WS-SEL-FDNAME
           MOVE 'CSVFILE' TO WS-SEL-DDNAME
           MOVE WS-CSV-FILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-CSV' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  INPUT-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  INPUT-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 1550-EMIT-FIELD-LINES
           MOVE "       FD  CSV-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  CSV-RECORD PIC X(200)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-INPUT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  EndOfFile VALUE '10'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  NoErrors  VALUE '00'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-CSV PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORDS-READ PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 0 TO WS-CSV-FNO
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               PERFORM 2920-COUNT-FIELD-DECIMALS
               PERFORM 2922-SET-CSV-OCCURRENCES
               PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                       UNTIL WS-OCC-IDX > WS-OCC-MAX
                   ADD 1 TO WS-CSV-FNO
                   IF WS-CSV-NEEDS-ED = 'Y'
                       PERFORM 2935-EMIT-CSV-EDIT-DEF
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM 2910-EMIT-CSV-HEADING-DEF
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN INPUT INPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF NOT NoErrors" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'Error opening input file.'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN OUTPUT CSV-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-CSV-HEADING TO CSV-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE CSV-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM UNTIL EndOfFile" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           READ INPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           SET EndOfFile TO TRUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           NOT AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-RECORDS-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1000-WRITE-CSV-ROW"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-PERFORM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE INPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE CSV-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'ROWS CONVERTED: '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-RECORDS-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1000-WRITE-CSV-ROW." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 0 TO WS-CSV-FNO
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               PERFORM 2920-COUNT-FIELD-DECIMALS
               PERFORM 2922-SET-CSV-OCCURRENCES
               PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                       UNTIL WS-OCC-IDX > WS-OCC-MAX
                   ADD 1 TO WS-CSV-FNO
                   IF WS-CSV-NEEDS-ED = 'Y'
                       PERFORM 2930-SET-CSV-FIELD-NAME
                       MOVE SPACES TO WS-BUILD-LINE
                       STRING "           MOVE " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CSV-NAMEWK)
                           DELIMITED BY SIZE
                           " TO WS-ED-" DELIMITED BY SIZE
                           WS-CSV-FNO DELIMITED BY SIZE
                           INTO WS-BUILD-LINE
                       MOVE WS-BUILD-LINE TO OUTPUT-LINE
                       WRITE OUTPUT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "           MOVE SPACES TO CSV-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STRING" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 0 TO WS-CSV-FNO
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               PERFORM 2920-COUNT-FIELD-DECIMALS
               PERFORM 2922-SET-CSV-OCCURRENCES
               PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                       UNTIL WS-OCC-IDX > WS-OCC-MAX
                   ADD 1 TO WS-CSV-FNO
                   PERFORM 2930-SET-CSV-FIELD-NAME
                   MOVE SPACES TO WS-BUILD-LINE2
                   IF WS-CSV-NEEDS-ED = 'Y'
                       MOVE SPACES TO WS-BUILD-LINE
                       STRING "FUNCTION TRIM(WS-ED-" DELIMITED BY SIZE
                           WS-CSV-FNO DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO WS-BUILD-LINE
                   ELSE
                       MOVE SPACES TO WS-BUILD-LINE
                       STRING "FUNCTION TRIM(" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CSV-NAMEWK)
                           DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO WS-BUILD-LINE
                   END-IF
                   IF WS-CSV-FNO < WS-CSV-COLTOT
                       STRING "               "
                           FUNCTION TRIM(WS-BUILD-LINE)
                           " ','" DELIMITED BY SIZE
                           INTO WS-BUILD-LINE2
                   ELSE
                       STRING "               "
                           FUNCTION TRIM(WS-BUILD-LINE)
                           DELIMITED BY SIZE
                           INTO WS-BUILD-LINE2
                   END-IF
                   MOVE WS-BUILD-LINE2 TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               END-PERFORM
           END-PERFORM
           MOVE "               DELIMITED BY SIZE INTO CSV-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE CSV-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       2910-EMIT-CSV-HEADING-DEF.
           MOVE SPACES TO WS-RPT-HEAD
           MOVE 1 TO WS-RPT-HEAD-LEN
           MOVE 0 TO WS-CSV-FNO
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               PERFORM 2920-COUNT-FIELD-DECIMALS
               PERFORM 2922-SET-CSV-OCCURRENCES
               PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                       UNTIL WS-OCC-IDX > WS-OCC-MAX
                   ADD 1 TO WS-CSV-FNO
                   PERFORM 2930-SET-CSV-FIELD-NAME
                   IF WS-RPT-HEAD-LEN < 40
                       IF WS-CSV-FNO < WS-CSV-COLTOT
                           STRING FUNCTION TRIM(WS-CSV-NAMEWK)
                               DELIMITED BY SIZE
                               ',' DELIMITED BY SIZE
                               INTO WS-RPT-HEAD
                               WITH POINTER WS-RPT-HEAD-LEN
                           END-STRING
                       ELSE
                           STRING FUNCTION TRIM(WS-CSV-NAMEWK)
                               DELIMITED BY SIZE
                               INTO WS-RPT-HEAD
                               WITH POINTER WS-RPT-HEAD-LEN
                           END-STRING
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "       01  WS-CSV-HEADING." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  FILLER PIC X(30) VALUE '"
               DELIMITED BY SIZE
               WS-RPT-HEAD(1:30) DELIMITED BY SIZE
               "'." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  FILLER PIC X(30) VALUE '"
               DELIMITED BY SIZE
               WS-RPT-HEAD(31:30) DELIMITED BY SIZE
               "'." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       2915-CREATE-FROMCSV-WRITE.
           PERFORM 2925-COUNT-CSV-COLUMNS
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROGRAM-ID. FROMCSV." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       INPUT-OUTPUT SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE-CONTROL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'CSV-FILE' TO WS-SEL-FDNAME
           MOVE 'CSVFILE' TO WS-SEL-DDNAME
           MOVE WS-CSV-FILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-CSV' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'OUTPUT-FILE' TO WS-SEL-FDNAME
           MOVE 'OUTFILE' TO WS-SEL-DDNAME
           MOVE WS-GEN-OUTFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-OUTPUT' TO WS-SEL-STATUS
           IF WS-CSV-HAS-BINARY = 'Y'
               MOVE 'S' TO WS-SEL-ORG
           END-IF
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  CSV-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  CSV-RECORD PIC X(200)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  OUTPUT-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  OUTPUT-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 1550-EMIT-FIELD-LINES
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-CSV PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  EndOfFile VALUE '10'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  NoErrors  VALUE '00'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-OUTPUT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORDS-READ PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORDS-WRITTEN PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-BAD-LINES PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-FIELD-COUNT PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 2925-COUNT-CSV-COLUMNS
           PERFORM VARYING WS-CSV-FNO FROM 1 BY 1
                   UNTIL WS-CSV-FNO > WS-CSV-COLTOT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "       01  WS-CSV-F" DELIMITED BY SIZE
                   WS-CSV-FNO DELIMITED BY SIZE
                   " PIC X(30)." DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN INPUT CSV-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF NOT NoErrors" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'Error opening CSV file.'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN OUTPUT OUTPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM UNTIL EndOfFile" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           READ CSV-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           SET EndOfFile TO TRUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           NOT AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-RECORDS-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-RECORDS-READ > 1" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1000-CONVERT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-PERFORM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE CSV-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE OUTPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'ROWS WRITTEN: '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-RECORDS-WRITTEN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'BAD LINES:    ' WS-BAD-LINES"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-BAD-LINES > 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 4 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1000-CONVERT-LINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 0 TO WS-FIELD-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO OUTPUT-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           UNSTRING CSV-RECORD DELIMITED BY ','"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               INTO" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-CSV-FNO FROM 1 BY 1
                   UNTIL WS-CSV-FNO > WS-CSV-COLTOT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "               WS-CSV-F" DELIMITED BY SIZE
                   WS-CSV-FNO DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "               TALLYING IN WS-FIELD-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-UNSTRING" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 0 TO WS-CSV-FNO
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               PERFORM 2920-COUNT-FIELD-DECIMALS
               PERFORM 2922-SET-CSV-OCCURRENCES
               PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                       UNTIL WS-OCC-IDX > WS-OCC-MAX
                   ADD 1 TO WS-CSV-FNO
                   PERFORM 2930-SET-CSV-FIELD-NAME
                   MOVE SPACES TO WS-BUILD-LINE
                   IF WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX)(1:1) = '9'
                       OR WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX)(1:1)
                           = 'S'
                       STRING "           COMPUTE " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CSV-NAMEWK)
                           DELIMITED BY SIZE
                           " = FUNCTION NUMVAL(WS-CSV-F"
                           DELIMITED BY SIZE
                           WS-CSV-FNO DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO WS-BUILD-LINE
                   ELSE
                       STRING "           MOVE WS-CSV-F"
                           DELIMITED BY SIZE
                           WS-CSV-FNO DELIMITED BY SIZE
                           " TO " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CSV-NAMEWK)
                           DELIMITED BY SIZE
                           INTO WS-BUILD-LINE
                   END-IF
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           IF WS-FIELD-COUNT NOT = "
               DELIMITED BY SIZE
               WS-CSV-COLTOT DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-BAD-LINES" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'BAD FIELD COUNT ON LINE '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-RECORDS-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE OUTPUT-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-RECORDS-WRITTEN"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       1510-EXPAND-TEMPLATE.
           PERFORM 1520-LOAD-MARKER-VALUES
           PERFORM 1525-LOAD-MARKER-DICTIONARY
           MOVE 'N' TO WS-EOF-TEMPLATE
           OPEN INPUT TEMPLATE-FILE
           IF WS-STATUS-TEMPLATE NOT = '00'
               DISPLAY 'Unable to open template '
                   FUNCTION TRIM(WS-TEMPLATE-FILENAME)
                   ', status ' WS-STATUS-TEMPLATE
               MOVE 'Y' TO WS-GEN-OPEN-FAILED
           ELSE
               PERFORM UNTIL WS-TEMPLATE-EOF
                   READ TEMPLATE-FILE INTO WS-TPL-LINE
                       AT END
                           SET WS-TEMPLATE-EOF TO TRUE
                       NOT AT END
                           PERFORM 1530-EXPAND-TEMPLATE-LINE
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.

       1520-LOAD-MARKER-VALUES.
           MOVE 19 TO WS-TPL-MARKER-COUNT
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           MOVE '&PROGID' TO WS-TPL-MARK-NAME(1)
           MOVE 7 TO WS-TPL-MARK-LEN(1)
           MOVE WS-GEN-PROGID TO WS-TPL-MARK-VALUE(1)
           MOVE '&INFILE' TO WS-TPL-MARK-NAME(2)
           MOVE 7 TO WS-TPL-MARK-LEN(2)
           MOVE WS-GEN-INFILE TO WS-TPL-MARK-VALUE(2)
           MOVE '&OUTFILE' TO WS-TPL-MARK-NAME(3)
           MOVE 8 TO WS-TPL-MARK-LEN(3)
           MOVE WS-GEN-OUTFILE TO WS-TPL-MARK-VALUE(3)
           MOVE '&TABLE' TO WS-TPL-MARK-NAME(4)
           MOVE 6 TO WS-TPL-MARK-LEN(4)
           MOVE WS-SQL-TABLE TO WS-TPL-MARK-VALUE(4)
           MOVE '&COLLIST' TO WS-TPL-MARK-NAME(5)
           MOVE 8 TO WS-TPL-MARK-LEN(5)
           MOVE WS-SQL-COLLIST TO WS-TPL-MARK-VALUE(5)
           MOVE '&KEYFIELD' TO WS-TPL-MARK-NAME(6)
           MOVE 9 TO WS-TPL-MARK-LEN(6)
           MOVE WS-INDEXED-KEYFIELD TO WS-TPL-MARK-VALUE(6)
           MOVE '&KEYLEN' TO WS-TPL-MARK-NAME(7)
           MOVE 7 TO WS-TPL-MARK-LEN(7)
           MOVE WS-INDEXED-KEYLEN TO WS-TPL-MARK-VALUE(7)(1:2)
           MOVE '&DATALEN' TO WS-TPL-MARK-NAME(8)
           MOVE 8 TO WS-TPL-MARK-LEN(8)
           MOVE WS-INDEXED-DATALEN TO WS-TPL-MARK-VALUE(8)(1:2)
           MOVE '&RECNAME' TO WS-TPL-MARK-NAME(9)
           MOVE 8 TO WS-TPL-MARK-LEN(9)
           MOVE WS-COPY-RECNAME TO WS-TPL-MARK-VALUE(9)
           MOVE '&DBNAME' TO WS-TPL-MARK-NAME(10)
           MOVE 7 TO WS-TPL-MARK-LEN(10)
           MOVE WS-SQL-DBNAME TO WS-TPL-MARK-VALUE(10)
           MOVE '&USERNAME' TO WS-TPL-MARK-NAME(11)
           MOVE 9 TO WS-TPL-MARK-LEN(11)
           MOVE WS-SQL-USERNAME TO WS-TPL-MARK-VALUE(11)
           MOVE '&DATE' TO WS-TPL-MARK-NAME(12)
           MOVE 5 TO WS-TPL-MARK-LEN(12)
           MOVE WS-CDT-DATE TO WS-TPL-MARK-VALUE(12)
           MOVE '&MERGECNT' TO WS-TPL-MARK-NAME(13)
           MOVE 9 TO WS-TPL-MARK-LEN(13)
           MOVE WS-MERGE-COUNT TO WS-TPL-MARK-VALUE(13)(1:1)
           MOVE '&SUBPROG' TO WS-TPL-MARK-NAME(14)
           MOVE 8 TO WS-TPL-MARK-LEN(14)
           MOVE WS-SUBPROG-NAME TO WS-TPL-MARK-VALUE(14)
           MOVE '&MASTIN' TO WS-TPL-MARK-NAME(15)
           MOVE 7 TO WS-TPL-MARK-LEN(15)
           MOVE WS-GEN-MASTIN TO WS-TPL-MARK-VALUE(15)
           MOVE '&TRANSIN' TO WS-TPL-MARK-NAME(16)
           MOVE 8 TO WS-TPL-MARK-LEN(16)
           MOVE WS-GEN-TRANSIN TO WS-TPL-MARK-VALUE(16)
           MOVE '&MASTOUT' TO WS-TPL-MARK-NAME(17)
           MOVE 8 TO WS-TPL-MARK-LEN(17)
           MOVE WS-GEN-MASTOUT TO WS-TPL-MARK-VALUE(17)
           MOVE '&ERRFILE' TO WS-TPL-MARK-NAME(18)
           MOVE 8 TO WS-TPL-MARK-LEN(18)
           MOVE WS-GEN-ERRFILE TO WS-TPL-MARK-VALUE(18)
           MOVE '&TRNLEN' TO WS-TPL-MARK-NAME(19)
           MOVE 7 TO WS-TPL-MARK-LEN(19)
           COMPUTE WS-TRANS-DATALEN = 79 - WS-INDEXED-KEYLEN
           MOVE WS-TRANS-DATALEN TO WS-TPL-MARK-VALUE(19)(1:2).

       1525-LOAD-MARKER-DICTIONARY.
           MOVE SPACES TO WS-DIC-FILENAME
           MOVE 0 TO WS-DIC-POS
           PERFORM VARYING WS-TPL-POS FROM 1 BY 1
                   UNTIL WS-TPL-POS > 36
               IF WS-TEMPLATE-FILENAME(WS-TPL-POS:4) = '.TPL'
                       OR WS-TEMPLATE-FILENAME(WS-TPL-POS:4) = '.tpl'
                   MOVE WS-TPL-POS TO WS-DIC-POS
               END-IF
           END-PERFORM
           IF WS-DIC-POS > 0
               MOVE WS-TEMPLATE-FILENAME TO WS-DIC-FILENAME
               MOVE '.DIC' TO WS-DIC-FILENAME(WS-DIC-POS:4)
           ELSE
               STRING FUNCTION TRIM(WS-TEMPLATE-FILENAME)
                   '.DIC' DELIMITED BY SIZE INTO WS-DIC-FILENAME
           END-IF
           MOVE WS-TEMPLATE-FILENAME TO WS-DIC-SAVE-NAME
           MOVE WS-DIC-FILENAME TO WS-TEMPLATE-FILENAME
           MOVE 'N' TO WS-EOF-TEMPLATE
           OPEN INPUT TEMPLATE-FILE
           IF WS-STATUS-TEMPLATE = '00'
               DISPLAY 'Loading marker dictionary '
                   FUNCTION TRIM(WS-DIC-FILENAME)
               PERFORM UNTIL WS-TEMPLATE-EOF
                   READ TEMPLATE-FILE INTO WS-TPL-LINE
                       AT END
                           SET WS-TEMPLATE-EOF TO TRUE
                       NOT AT END
                           PERFORM 1527-APPLY-DICTIONARY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF
           MOVE WS-DIC-SAVE-NAME TO WS-TEMPLATE-FILENAME
           MOVE 'N' TO WS-EOF-TEMPLATE.

       1527-APPLY-DICTIONARY-ENTRY.
           IF WS-TPL-LINE = SPACES OR WS-TPL-LINE(1:1) = '*'
               CONTINUE
           ELSE
               MOVE SPACES TO WS-DIC-MARKER
               MOVE SPACES TO WS-DIC-KEYWORD
               MOVE SPACES TO WS-DIC-DEFAULT
               MOVE SPACES TO WS-DIC-PROMPT
               UNSTRING WS-TPL-LINE DELIMITED BY ';'
                   INTO WS-DIC-MARKER WS-DIC-KEYWORD
                        WS-DIC-DEFAULT WS-DIC-PROMPT
               END-UNSTRING
               IF WS-DIC-MARKER(1:1) = '&'
                       AND WS-TPL-MARKER-COUNT < 29
                   PERFORM 1528-RESOLVE-DICTIONARY-VALUE
                   ADD 1 TO WS-TPL-MARKER-COUNT
                   MOVE WS-DIC-MARKER
                       TO WS-TPL-MARK-NAME(WS-TPL-MARKER-COUNT)
                   MOVE 0 TO WS-DIC-POS
                   PERFORM VARYING WS-TPL-POS FROM 10 BY -1
                           UNTIL WS-TPL-POS < 1
                           OR WS-DIC-POS > 0
                       IF WS-DIC-MARKER(WS-TPL-POS:1) NOT = SPACE
                           MOVE WS-TPL-POS TO WS-DIC-POS
                       END-IF
                   END-PERFORM
                   MOVE WS-DIC-POS
                       TO WS-TPL-MARK-LEN(WS-TPL-MARKER-COUNT)
                   MOVE WS-DIC-VALUE
                       TO WS-TPL-MARK-VALUE(WS-TPL-MARKER-COUNT)
               END-IF
           END-IF.

       1528-RESOLVE-DICTIONARY-VALUE.
           MOVE WS-DIC-DEFAULT TO WS-DIC-VALUE
           MOVE FUNCTION UPPER-CASE(WS-DIC-KEYWORD)
               TO WS-DIC-KEYWORD
           PERFORM VARYING WS-XKW-IDX FROM 1 BY 1
                   UNTIL WS-XKW-IDX > WS-XKW-USED
               IF WS-XKW-NAME(WS-XKW-IDX) = WS-DIC-KEYWORD
                   MOVE WS-XKW-VALUE(WS-XKW-IDX) TO WS-DIC-VALUE
               END-IF
           END-PERFORM
           IF NOT WS-BATCH-MODE
               DISPLAY FUNCTION TRIM(WS-DIC-PROMPT TRAILING)
                   ' (blank = '
                   FUNCTION TRIM(WS-DIC-DEFAULT TRAILING) '): '
               MOVE SPACES TO WS-DIC-ANSWER
               ACCEPT WS-DIC-ANSWER
               IF WS-DIC-ANSWER NOT = SPACES
                   MOVE WS-DIC-ANSWER TO WS-DIC-VALUE
               END-IF
           END-IF.

       1530-EXPAND-TEMPLATE-LINE.
           IF WS-TPL-LINE(1:8) = '&&FIELDS'
               PERFORM 1550-EMIT-FIELD-LINES
           ELSE
               PERFORM VARYING WS-TPL-MARKER-IDX FROM 1 BY 1
                       UNTIL WS-TPL-MARKER-IDX > WS-TPL-MARKER-COUNT
                   PERFORM 1540-REPLACE-MARKER
               END-PERFORM
               MOVE WS-TPL-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF.

       1540-REPLACE-MARKER.
           MOVE 'Y' TO WS-TPL-HIT
           MOVE 0 TO WS-TPL-SWAPS
           PERFORM UNTIL WS-TPL-HIT = 'N' OR WS-TPL-SWAPS > 20
               ADD 1 TO WS-TPL-SWAPS
               MOVE 'N' TO WS-TPL-HIT
               PERFORM VARYING WS-TPL-POS FROM 1 BY 1
                       UNTIL WS-TPL-POS >
                           81 - WS-TPL-MARK-LEN(WS-TPL-MARKER-IDX)
                       OR WS-TPL-HIT = 'Y'
                   IF WS-TPL-LINE(WS-TPL-POS:
                           WS-TPL-MARK-LEN(WS-TPL-MARKER-IDX)) =
                           WS-TPL-MARK-NAME(WS-TPL-MARKER-IDX)(1:
                           WS-TPL-MARK-LEN(WS-TPL-MARKER-IDX))
                       MOVE 'Y' TO WS-TPL-HIT
                       PERFORM 1545-BUILD-REPLACED-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       1545-BUILD-REPLACED-LINE.
           MOVE SPACES TO WS-TPL-BUILD
           COMPUTE WS-TPL-REST = 81 - WS-TPL-POS
               - WS-TPL-MARK-LEN(WS-TPL-MARKER-IDX)
           IF WS-TPL-POS > 1
               IF WS-TPL-REST > 0
                   STRING WS-TPL-LINE(1:WS-TPL-POS - 1)
                       DELIMITED BY SIZE
                       FUNCTION TRIM
                       (WS-TPL-MARK-VALUE(WS-TPL-MARKER-IDX))
                       DELIMITED BY SIZE
                       WS-TPL-LINE(WS-TPL-POS +
                           WS-TPL-MARK-LEN(WS-TPL-MARKER-IDX):
                           WS-TPL-REST)
                       DELIMITED BY SIZE
                       INTO WS-TPL-BUILD
               ELSE
                   STRING WS-TPL-LINE(1:WS-TPL-POS - 1)
                       DELIMITED BY SIZE
                       FUNCTION TRIM
                       (WS-TPL-MARK-VALUE(WS-TPL-MARKER-IDX))
                       DELIMITED BY SIZE
                       INTO WS-TPL-BUILD
               END-IF
           ELSE
               IF WS-TPL-REST > 0
                   STRING FUNCTION TRIM
                       (WS-TPL-MARK-VALUE(WS-TPL-MARKER-IDX))
                       DELIMITED BY SIZE
                       WS-TPL-LINE(WS-TPL-POS +
                           WS-TPL-MARK-LEN(WS-TPL-MARKER-IDX):
                           WS-TPL-REST)
                       DELIMITED BY SIZE
                       INTO WS-TPL-BUILD
               ELSE
                   STRING FUNCTION TRIM
                       (WS-TPL-MARK-VALUE(WS-TPL-MARKER-IDX))
                       DELIMITED BY SIZE
                       INTO WS-TPL-BUILD
               END-IF
           END-IF
           MOVE WS-TPL-BUILD(1:80) TO WS-TPL-LINE.

       1550-EMIT-FIELD-LINES.
           IF WS-COPY-FIELD-NAME(1) = SPACES
               MOVE "           05  FILLER PIC X(80)." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               PERFORM 1555-EMIT-FIELD-LINES-LOOP
           END-IF.

       1555-EMIT-FIELD-LINES-LOOP.
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COPY-FIELD-LEVEL(WS-COPY-FIELD-IDX))
                   DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX))
                   DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               IF WS-COPY-FIELD-REDEF(WS-COPY-FIELD-IDX) NOT = SPACES
                   MOVE SPACES TO WS-FLD-CLAUSE
                   STRING "REDEFINES "
                       FUNCTION TRIM
                       (WS-COPY-FIELD-REDEF(WS-COPY-FIELD-IDX))
                       DELIMITED BY SIZE INTO WS-FLD-CLAUSE
                   PERFORM 1557-APPEND-FIELD-CLAUSE
               END-IF
               IF WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX) NOT = SPACES
                   MOVE SPACES TO WS-FLD-CLAUSE
                   STRING "PIC "
                       FUNCTION TRIM
                       (WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX))
                       DELIMITED BY SIZE INTO WS-FLD-CLAUSE
                   PERFORM 1557-APPEND-FIELD-CLAUSE
               END-IF
               IF WS-COPY-FIELD-USAGE(WS-COPY-FIELD-IDX) NOT = SPACES
                   MOVE WS-COPY-FIELD-USAGE(WS-COPY-FIELD-IDX)
                       TO WS-FLD-CLAUSE
                   PERFORM 1557-APPEND-FIELD-CLAUSE
               END-IF
               IF WS-COPY-FIELD-OCCURS(WS-COPY-FIELD-IDX) > 0
                   MOVE SPACES TO WS-FLD-CLAUSE
                   STRING "OCCURS "
                       WS-COPY-FIELD-OCCURS(WS-COPY-FIELD-IDX)
                       " TIMES"
                       DELIMITED BY SIZE INTO WS-FLD-CLAUSE
                   PERFORM 1557-APPEND-FIELD-CLAUSE
               END-IF
               MOVE SPACES TO WS-FLD-CLAUSE
               PERFORM 1557-APPEND-FIELD-CLAUSE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM.

       1557-APPEND-FIELD-CLAUSE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BUILD-LINE TRAILING))
               TO WS-FLD-LEN
           IF WS-FLD-CLAUSE = SPACES
               MOVE '.' TO WS-BUILD-LINE(WS-FLD-LEN + 1:1)
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FLD-CLAUSE))
                   TO WS-FLD-CLEN
               IF WS-FLD-LEN + 1 + WS-FLD-CLEN + 1 > 72
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   MOVE SPACES TO WS-BUILD-LINE
                   MOVE WS-FLD-CLAUSE TO WS-BUILD-LINE(16:)
               ELSE
                   MOVE WS-FLD-CLAUSE TO WS-BUILD-LINE(WS-FLD-LEN + 2:)
               END-IF
           END-IF.

       0210-PROMPT-USE-LAYOUT.
           MOVE 'N' TO WS-USE-LAYOUT
           MOVE SPACES TO WS-LAYOUT-CPY
           IF WS-BATCH-MODE
               IF WS-BC-CPY NOT = SPACES
                   MOVE WS-BC-CPY TO WS-LAYOUT-CPY
                   PERFORM 0530-LOAD-COPYBOOK-LAYOUT
               ELSE
                   IF WS-BC-FIELDS NOT = SPACES
                       PERFORM 0520-PARSE-BATCH-FIELDS
                       IF WS-BC-RECNAME NOT = SPACES
                           MOVE WS-BC-RECNAME TO WS-COPY-RECNAME
                       END-IF
                       MOVE 'Y' TO WS-USE-LAYOUT
                   END-IF
               END-IF
           ELSE
               ACCEPT USE-LAYOUT-SCREEN
               MOVE FUNCTION UPPER-CASE(WS-USE-LAYOUT)
                   TO WS-USE-LAYOUT
               IF WS-USE-LAYOUT NOT = 'Y'
                   MOVE 'N' TO WS-USE-LAYOUT
               ELSE
                   IF WS-LAYOUT-CPY NOT = SPACES
                       PERFORM 0530-LOAD-COPYBOOK-LAYOUT
                   ELSE
                       IF WS-COPY-FIELD-NAME(1) = SPACES
                           DISPLAY 'No copybook layout prepared yet,'
                               ' using the default record.'
                           MOVE 'N' TO WS-USE-LAYOUT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0530-LOAD-COPYBOOK-LAYOUT.
           MOVE WS-LAYOUT-CPY TO WS-TEMPLATE-FILENAME
           MOVE 'N' TO WS-EOF-TEMPLATE
           OPEN INPUT TEMPLATE-FILE
           IF WS-STATUS-TEMPLATE NOT = '00'
               DISPLAY 'Unable to open copybook '
                   FUNCTION TRIM(WS-LAYOUT-CPY)
                   ', status ' WS-STATUS-TEMPLATE
               MOVE 'N' TO WS-USE-LAYOUT
           ELSE
               MOVE 0 TO WS-COPY-FIELD-COUNT
               MOVE SPACES TO WS-COPY-RECNAME
               MOVE SPACES TO WS-COPY-FIELD-NAME-TAB
               MOVE SPACES TO WS-COPY-FIELD-PIC-TAB
               MOVE SPACES TO WS-COPY-FIELD-USAGE-TAB
               MOVE ZEROS TO WS-COPY-FIELD-OCCURS-TAB
               MOVE SPACES TO WS-COPY-FIELD-REDEF-TAB
               MOVE ZEROS TO WS-COPY-FIELD-INOCC-TAB
               MOVE 0 TO WS-CPY-GRP-LVL
               MOVE 0 TO WS-CPY-GRP-OCC
               PERFORM UNTIL WS-TEMPLATE-EOF
                   READ TEMPLATE-FILE INTO WS-TPL-LINE
                       AT END
                           SET WS-TEMPLATE-EOF TO TRUE
                       NOT AT END
                           PERFORM 0540-PARSE-COPYBOOK-LINE
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
               IF WS-COPY-FIELD-COUNT = 0
                   DISPLAY 'No field definitions found in '
                       FUNCTION TRIM(WS-LAYOUT-CPY)
                   MOVE 'N' TO WS-USE-LAYOUT
               ELSE
                   MOVE 'Y' TO WS-USE-LAYOUT
                   MOVE WS-LAYOUT-CPY TO WS-DICT-SRC
                   PERFORM 9300-WRITE-DICT-DEFS
               END-IF
           END-IF.

       0540-PARSE-COPYBOOK-LINE.
           IF WS-TPL-LINE = SPACES OR WS-TPL-LINE(7:1) = '*'
               CONTINUE
           ELSE
               MOVE FUNCTION TRIM(WS-TPL-LINE LEADING) TO WS-CPY-WORK
               IF WS-CPY-WORK(1:2) = '66' OR WS-CPY-WORK(1:2) = '88'
                   CONTINUE
               ELSE
                   PERFORM 0545-TOKENIZE-COPYBOOK-LINE
               END-IF
           END-IF.

       0545-TOKENIZE-COPYBOOK-LINE.
           PERFORM VARYING WS-KW-PTR FROM 80 BY -1
                   UNTIL WS-KW-PTR < 1
               IF WS-CPY-WORK(WS-KW-PTR:1) = '.'
                   MOVE SPACE TO WS-CPY-WORK(WS-KW-PTR:1)
                   MOVE 0 TO WS-KW-PTR
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CPY-TOK-TAB
           UNSTRING WS-CPY-WORK DELIMITED BY ALL ' '
               INTO WS-CPY-TOK(1) WS-CPY-TOK(2) WS-CPY-TOK(3)
                    WS-CPY-TOK(4) WS-CPY-TOK(5) WS-CPY-TOK(6)
                    WS-CPY-TOK(7) WS-CPY-TOK(8)
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-CPY-TOK(1) = '01'
                   IF WS-COPY-RECNAME = SPACES
                           OR WS-COPY-FIELD-COUNT = 0
                       MOVE WS-CPY-TOK(2) TO WS-COPY-RECNAME
                   END-IF
               WHEN WS-CPY-TOK(1)(1:1) IS NUMERIC
                       AND WS-CPY-TOK(2) NOT = SPACES
                   PERFORM 0547-STORE-COPYBOOK-FIELD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0547-STORE-COPYBOOK-FIELD.
           IF WS-COPY-FIELD-COUNT < 40
               ADD 1 TO WS-COPY-FIELD-COUNT
               MOVE WS-CPY-TOK(1)(1:2) TO
                   WS-COPY-FIELD-LEVEL(WS-COPY-FIELD-COUNT)
               IF WS-CPY-TOK(1)(2:1) IS NUMERIC
                   MOVE WS-CPY-TOK(1)(1:2) TO WS-CPY-LVL
               ELSE
                   MOVE 0 TO WS-CPY-LVL
                   MOVE WS-CPY-TOK(1)(1:1) TO WS-CPY-LVL(2:1)
               END-IF
               IF WS-CPY-GRP-OCC > 0
                       AND WS-CPY-LVL NOT > WS-CPY-GRP-LVL
                   MOVE 0 TO WS-CPY-GRP-OCC
                   MOVE 0 TO WS-CPY-GRP-LVL
               END-IF
               MOVE WS-CPY-GRP-OCC TO
                   WS-COPY-FIELD-INOCC(WS-COPY-FIELD-COUNT)
               MOVE WS-CPY-TOK(2) TO
                   WS-COPY-FIELD-NAME(WS-COPY-FIELD-COUNT)
               MOVE SPACES TO
                   WS-COPY-FIELD-PIC(WS-COPY-FIELD-COUNT)
               MOVE SPACES TO
                   WS-COPY-FIELD-USAGE(WS-COPY-FIELD-COUNT)
               MOVE 0 TO
                   WS-COPY-FIELD-OCCURS(WS-COPY-FIELD-COUNT)
               MOVE SPACES TO
                   WS-COPY-FIELD-REDEF(WS-COPY-FIELD-COUNT)
               PERFORM VARYING WS-CPY-SCAN FROM 3 BY 1
                       UNTIL WS-CPY-SCAN > 7
                   EVALUATE TRUE
                       WHEN WS-CPY-TOK(WS-CPY-SCAN) = 'PIC'
                               OR WS-CPY-TOK(WS-CPY-SCAN) = 'PICTURE'
                           MOVE WS-CPY-TOK(WS-CPY-SCAN + 1)(1:20) TO
                               WS-COPY-FIELD-PIC(WS-COPY-FIELD-COUNT)
                       WHEN WS-CPY-TOK(WS-CPY-SCAN) = 'COMP-3'
                               OR WS-CPY-TOK(WS-CPY-SCAN) =
                                   'COMPUTATIONAL-3'
                               OR WS-CPY-TOK(WS-CPY-SCAN) =
                                   'PACKED-DECIMAL'
                           MOVE 'COMP-3' TO
                               WS-COPY-FIELD-USAGE(WS-COPY-FIELD-COUNT)
                       WHEN WS-CPY-TOK(WS-CPY-SCAN) = 'COMP'
                               OR WS-CPY-TOK(WS-CPY-SCAN) =
                                   'COMPUTATIONAL'
                               OR WS-CPY-TOK(WS-CPY-SCAN) = 'BINARY'
                           MOVE 'COMP' TO
                               WS-COPY-FIELD-USAGE(WS-COPY-FIELD-COUNT)
                       WHEN WS-CPY-TOK(WS-CPY-SCAN) = 'OCCURS'
                           IF WS-CPY-TOK(WS-CPY-SCAN + 1)(1:1)
                                   IS NUMERIC
                               COMPUTE WS-COPY-FIELD-OCCURS
                                   (WS-COPY-FIELD-COUNT) =
                                   FUNCTION NUMVAL
                                   (WS-CPY-TOK(WS-CPY-SCAN + 1))
                           END-IF
                       WHEN WS-CPY-TOK(WS-CPY-SCAN) = 'REDEFINES'
                           MOVE WS-CPY-TOK(WS-CPY-SCAN + 1)(1:20) TO
                               WS-COPY-FIELD-REDEF(WS-COPY-FIELD-COUNT)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
               IF WS-COPY-FIELD-PIC(WS-COPY-FIELD-COUNT) = SPACES
                       AND WS-COPY-FIELD-OCCURS(WS-COPY-FIELD-COUNT)
                           > 0
                   MOVE WS-CPY-LVL TO WS-CPY-GRP-LVL
                   MOVE WS-COPY-FIELD-OCCURS(WS-COPY-FIELD-COUNT)
                       TO WS-CPY-GRP-OCC
               END-IF
           END-IF.

       1560-EMIT-FIELD-DISPLAYS.
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               PERFORM 2934-SET-FIELD-REF-ONE
               MOVE SPACES TO OUTPUT-LINE
               STRING "           DISPLAY " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-NAMEWK)
                   DELIMITED BY SIZE
                   INTO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM.

       0270-PROMPT-MULTIREC.
           MOVE 'N' TO WS-GEN-MULTIREC
           IF WS-BATCH-MODE
               IF WS-BC-MULTIREC = 'Y'
                   MOVE 'Y' TO WS-GEN-MULTIREC
               END-IF
           ELSE
               ACCEPT MULTIREC-SCREEN
               MOVE FUNCTION UPPER-CASE(WS-GEN-MULTIREC)
                   TO WS-GEN-MULTIREC
               IF WS-GEN-MULTIREC NOT = 'Y'
                   MOVE 'N' TO WS-GEN-MULTIREC
               END-IF
           END-IF.

       0280-PROMPT-VARREC.
           MOVE 'N' TO WS-GEN-VARREC
           IF WS-BATCH-MODE
               IF WS-BC-VARREC = 'Y'
                   MOVE 'Y' TO WS-GEN-VARREC
               END-IF
           ELSE
               ACCEPT VARREC-SCREEN
               MOVE FUNCTION UPPER-CASE(WS-GEN-VARREC)
                   TO WS-GEN-VARREC
               IF WS-GEN-VARREC NOT = 'Y'
                   MOVE 'N' TO WS-GEN-VARREC
               END-IF
           END-IF
           IF WS-GEN-VARREC = 'Y'
               PERFORM 1583-SET-VARREC-SHAPE
           END-IF.

       1583-SET-VARREC-SHAPE.
           MOVE 0 TO WS-VR-OCCIDX
           MOVE 0 TO WS-VR-CNTIDX
           IF WS-USE-LAYOUT = 'Y'
               PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                       UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
                       OR WS-VR-OCCIDX > 0
                   IF WS-COPY-FIELD-OCCURS(WS-COPY-FIELD-IDX) > 0
                       MOVE WS-COPY-FIELD-IDX TO WS-VR-OCCIDX
                   ELSE
                       IF WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX)(1:1)
                               = '9'
                           MOVE WS-COPY-FIELD-IDX TO WS-VR-CNTIDX
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-VR-OCCIDX > 0
                   AND WS-COPY-FIELD-PIC(WS-VR-OCCIDX) = SPACES
               IF WS-VR-OCCIDX >= WS-COPY-FIELD-COUNT
                       OR WS-COPY-FIELD-INOCC(WS-VR-OCCIDX + 1) = 0
                   DISPLAY 'Layout OCCURS group has no fields;'
                       ' using the default segment shape.'
                   MOVE 0 TO WS-VR-OCCIDX
               END-IF
           END-IF
           IF WS-VR-OCCIDX = 0 OR WS-VR-CNTIDX = 0
               MOVE 0 TO WS-VR-OCCIDX
               MOVE 0 TO WS-VR-CNTIDX
               MOVE 13 TO WS-VR-FIXED
               MOVE 20 TO WS-VR-SEGW
               MOVE 20 TO WS-VR-SEGMAX
               MOVE 'VR-SEG-COUNT' TO WS-VR-CNTNAME
               MOVE 'VR-SEGMENT' TO WS-VR-SEGNAME
               MOVE 11 TO WS-VR-CNTPOS
               MOVE 3 TO WS-VR-CNTW
           ELSE
               MOVE 0 TO WS-VR-FIXED
               PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                       UNTIL WS-COPY-FIELD-IDX >= WS-VR-OCCIDX
                   IF WS-COPY-FIELD-REDEF(WS-COPY-FIELD-IDX) = SPACES
                       PERFORM 1817-SET-FIELD-WIDTH
                       ADD WS-TD-WIDTH TO WS-VR-FIXED
                   END-IF
               END-PERFORM
               MOVE WS-COPY-FIELD-OCCURS(WS-VR-OCCIDX)
                   TO WS-VR-SEGMAX
               IF WS-COPY-FIELD-PIC(WS-VR-OCCIDX) = SPACES
                   MOVE 0 TO WS-VR-SEGSUM
                   COMPUTE WS-VAL-PTR = WS-VR-OCCIDX + 1
                   PERFORM VARYING WS-COPY-FIELD-IDX
                           FROM WS-VAL-PTR BY 1
                           UNTIL WS-COPY-FIELD-IDX
                               > WS-COPY-FIELD-COUNT
                           OR WS-COPY-FIELD-INOCC(WS-COPY-FIELD-IDX)
                               = 0
                       IF WS-COPY-FIELD-REDEF(WS-COPY-FIELD-IDX)
                               = SPACES
                           PERFORM 1817-SET-FIELD-WIDTH
                           ADD WS-TD-WIDTH TO WS-VR-SEGSUM
                       END-IF
                   END-PERFORM
                   COMPUTE WS-VR-SEGW = WS-VR-SEGSUM / WS-VR-SEGMAX
               ELSE
                   MOVE WS-VR-OCCIDX TO WS-COPY-FIELD-IDX
                   PERFORM 1817-SET-FIELD-WIDTH
                   COMPUTE WS-VR-SEGW = WS-TD-WIDTH / WS-VR-SEGMAX
               END-IF
               MOVE WS-COPY-FIELD-NAME(WS-VR-CNTIDX)
                   TO WS-VR-CNTNAME
               MOVE WS-COPY-FIELD-NAME(WS-VR-OCCIDX)
                   TO WS-VR-SEGNAME
               MOVE 1 TO WS-VR-CNTPOS
               PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                       UNTIL WS-COPY-FIELD-IDX >= WS-VR-CNTIDX
                   IF WS-COPY-FIELD-REDEF(WS-COPY-FIELD-IDX) = SPACES
                       PERFORM 1817-SET-FIELD-WIDTH
                       ADD WS-TD-WIDTH TO WS-VR-CNTPOS
                   END-IF
               END-PERFORM
               MOVE WS-VR-CNTIDX TO WS-COPY-FIELD-IDX
               PERFORM 1817-SET-FIELD-WIDTH
               MOVE WS-TD-WIDTH TO WS-VR-CNTW
           END-IF
           MOVE WS-VR-FIXED TO WS-VR-MIN
           COMPUTE WS-VR-MAX = WS-VR-FIXED
               + WS-VR-SEGW * WS-VR-SEGMAX.

       1585-EMIT-VARREC-FIELDS.
           IF WS-VR-OCCIDX = 0
               IF WS-VR-SKIPKEY NOT = 'Y'
                   MOVE "           05  VR-KEY PIC X(10)."
                       TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               END-IF
               MOVE "           05  VR-SEG-COUNT PIC 9(3)."
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           05  VR-SEGMENT PIC X(20)"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               OCCURS 0 TO 20 TIMES"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               DEPENDING ON VR-SEG-COUNT."
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                       UNTIL WS-COPY-FIELD-IDX >= WS-VR-OCCIDX
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "           " DELIMITED BY SIZE
                       FUNCTION TRIM
                       (WS-COPY-FIELD-LEVEL(WS-COPY-FIELD-IDX))
                       DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       FUNCTION TRIM
                       (WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX))
                       DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
                   IF WS-COPY-FIELD-REDEF(WS-COPY-FIELD-IDX)
                           NOT = SPACES
                       MOVE WS-BUILD-LINE TO WS-BUILD-LINE2
                       MOVE SPACES TO WS-BUILD-LINE
                       STRING FUNCTION TRIM(WS-BUILD-LINE2 TRAILING)
                           " REDEFINES "
                           FUNCTION TRIM
                           (WS-COPY-FIELD-REDEF(WS-COPY-FIELD-IDX))
                           DELIMITED BY SIZE INTO WS-BUILD-LINE
                   END-IF
                   IF WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX)
                           NOT = SPACES
                       MOVE WS-BUILD-LINE TO WS-BUILD-LINE2
                       MOVE SPACES TO WS-BUILD-LINE
                       STRING FUNCTION TRIM(WS-BUILD-LINE2 TRAILING)
                           " PIC "
                           FUNCTION TRIM
                           (WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX))
                           DELIMITED BY SIZE INTO WS-BUILD-LINE
                   END-IF
                   IF WS-COPY-FIELD-USAGE(WS-COPY-FIELD-IDX)
                           NOT = SPACES
                       MOVE WS-BUILD-LINE TO WS-BUILD-LINE2
                       MOVE SPACES TO WS-BUILD-LINE
                       STRING FUNCTION TRIM(WS-BUILD-LINE2 TRAILING)
                           " "
                           FUNCTION TRIM
                           (WS-COPY-FIELD-USAGE(WS-COPY-FIELD-IDX))
                           DELIMITED BY SIZE INTO WS-BUILD-LINE
                   END-IF
                   MOVE WS-BUILD-LINE TO WS-BUILD-LINE2
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING FUNCTION TRIM(WS-BUILD-LINE2 TRAILING)
                       "." DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               END-PERFORM
               MOVE SPACES TO WS-BUILD-LINE
               IF WS-COPY-FIELD-PIC(WS-VR-OCCIDX) = SPACES
                   STRING "           " DELIMITED BY SIZE
                       FUNCTION TRIM
                       (WS-COPY-FIELD-LEVEL(WS-VR-OCCIDX))
                       DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       FUNCTION TRIM
                       (WS-COPY-FIELD-NAME(WS-VR-OCCIDX))
                       DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               ELSE
                   STRING "           " DELIMITED BY SIZE
                       FUNCTION TRIM
                       (WS-COPY-FIELD-LEVEL(WS-VR-OCCIDX))
                       DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       FUNCTION TRIM
                       (WS-COPY-FIELD-NAME(WS-VR-OCCIDX))
                       DELIMITED BY SIZE
                       " PIC " DELIMITED BY SIZE
                       FUNCTION TRIM
                       (WS-COPY-FIELD-PIC(WS-VR-OCCIDX))
                       DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               END-IF
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "               OCCURS 0 TO "
                   DELIMITED BY SIZE
                   WS-VR-SEGMAX DELIMITED BY SIZE
                   " TIMES" DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "               DEPENDING ON "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VR-CNTNAME) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               IF WS-COPY-FIELD-PIC(WS-VR-OCCIDX) = SPACES
                   PERFORM 1586-EMIT-VARREC-CHILDREN
               END-IF
           END-IF.

       1586-EMIT-VARREC-CHILDREN.
           COMPUTE WS-VAL-PTR = WS-VR-OCCIDX + 1
           PERFORM VARYING WS-COPY-FIELD-IDX FROM WS-VAL-PTR BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
                   OR WS-COPY-FIELD-INOCC(WS-COPY-FIELD-IDX) = 0
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           " DELIMITED BY SIZE
                   FUNCTION TRIM
                   (WS-COPY-FIELD-LEVEL(WS-COPY-FIELD-IDX))
                   DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM
                   (WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX))
                   DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               IF WS-COPY-FIELD-REDEF(WS-COPY-FIELD-IDX) NOT = SPACES
                   MOVE WS-BUILD-LINE TO WS-BUILD-LINE2
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING FUNCTION TRIM(WS-BUILD-LINE2 TRAILING)
                       " REDEFINES "
                       FUNCTION TRIM
                       (WS-COPY-FIELD-REDEF(WS-COPY-FIELD-IDX))
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               END-IF
               IF WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX) NOT = SPACES
                   MOVE WS-BUILD-LINE TO WS-BUILD-LINE2
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING FUNCTION TRIM(WS-BUILD-LINE2 TRAILING)
                       " PIC "
                       FUNCTION TRIM
                       (WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX))
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               END-IF
               IF WS-COPY-FIELD-USAGE(WS-COPY-FIELD-IDX) NOT = SPACES
                   MOVE WS-BUILD-LINE TO WS-BUILD-LINE2
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING FUNCTION TRIM(WS-BUILD-LINE2 TRAILING)
                       " "
                       FUNCTION TRIM
                       (WS-COPY-FIELD-USAGE(WS-COPY-FIELD-IDX))
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               END-IF
               IF WS-COPY-FIELD-OCCURS(WS-COPY-FIELD-IDX) > 0
                   MOVE WS-BUILD-LINE TO WS-BUILD-LINE2
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING FUNCTION TRIM(WS-BUILD-LINE2 TRAILING)
                       " OCCURS "
                       WS-COPY-FIELD-OCCURS(WS-COPY-FIELD-IDX)
                       " TIMES"
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               END-IF
               MOVE WS-BUILD-LINE TO WS-BUILD-LINE2
               MOVE SPACES TO WS-BUILD-LINE
               STRING FUNCTION TRIM(WS-BUILD-LINE2 TRAILING)
                   "." DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           IF WS-COPY-FIELD-IDX NOT > WS-COPY-FIELD-COUNT
               DISPLAY 'Warning: layout fields after the repeating'
                   ' segment are not emitted in the varying record.'
           END-IF.

       1590-EMIT-SELECT-CLAUSE.
           IF WS-PROF-DIALECT = 'ZOS'
               MOVE SPACES TO WS-BUILD-LINE
               IF WS-SEL-STATUS = SPACES
                   STRING "           SELECT " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEL-FDNAME)
                       DELIMITED BY SIZE
                       " ASSIGN TO " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEL-DDNAME)
                       DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               ELSE
                   STRING "           SELECT " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEL-FDNAME)
                       DELIMITED BY SIZE
                       " ASSIGN TO " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEL-DDNAME)
                       DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "           FILE STATUS IS "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEL-STATUS)
                       DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               END-IF
           ELSE
               MOVE SPACES TO WS-BUILD-LINE
               IF WS-SEL-STATUS = SPACES
                   STRING "           SELECT " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEL-FDNAME)
                       DELIMITED BY SIZE
                       " ASSIGN TO '" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEL-ASSIGN)
                       DELIMITED BY SIZE
                       "'." DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               ELSE
                   STRING "           SELECT " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEL-FDNAME)
                       DELIMITED BY SIZE
                       " ASSIGN TO '" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEL-ASSIGN)
                       DELIMITED BY SIZE
                       "'" DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   IF WS-SEL-ORG = 'S'
                       MOVE "           ORGANIZATION IS SEQUENTIAL"
                           TO OUTPUT-LINE
                   ELSE
                       MOVE SPACES TO WS-BUILD-LINE
                       STRING "           ORGANIZATION IS LINE"
                           " SEQUENTIAL"
                           DELIMITED BY SIZE INTO WS-BUILD-LINE
                       MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   END-IF
                   WRITE OUTPUT-LINE
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "           FILE STATUS IS "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEL-STATUS)
                       DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               END-IF
           END-IF
           MOVE 'L' TO WS-SEL-ORG.

       1595-EMIT-FATAL-EXIT.
           IF WS-PROJECT-MODE
               MOVE "           MOVE 16 TO RETURN-CODE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               PERFORM 5730-EMIT-RUNSTATS-CALL
               MOVE "           GOBACK" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               IF WS-GEN-RUNSTATS = 'Y'
                   MOVE "           MOVE 16 TO RETURN-CODE"
                       TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   PERFORM 5730-EMIT-RUNSTATS-CALL
               END-IF
               MOVE "           STOP RUN" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF.

       1591-EMIT-RUNDATE-SELECT.
           MOVE 'RUNDATE-FILE' TO WS-SEL-FDNAME
           MOVE 'RUNDATE' TO WS-SEL-DDNAME
           MOVE WS-PROF-RUNDATE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-RUNDATE' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE.

       1592-EMIT-RUNDATE-FD.
           MOVE "       FD  RUNDATE-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  RUNDATE-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  RD-BUSINESS-DATE  PIC X(8)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  RD-PRIOR-DATE     PIC X(8)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  RD-MONTH-END-FLAG PIC X."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER            PIC X(63)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       1593-EMIT-RUNDATE-WS.
           MOVE "       01  WS-STATUS-RUNDATE PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RUN-DATE PIC X(8) VALUE SPACES."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-PRIOR-DATE PIC X(8)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MONTH-END-FLAG PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  MonthEnd VALUE 'Y'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       1594-EMIT-RUNDATE-PARA.
           MOVE "       7900-GET-RUN-DATE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN INPUT RUNDATE-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-RUNDATE NOT = '00'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0011E' TO WS-MSG-KEY
           MOVE 'Error opening run-date control file. Status:'
               TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-RUNDATE' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           PERFORM 1596-EMIT-RUNDATE-STOP
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           READ RUNDATE-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE SPACES TO WS-RUN-DATE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               NOT AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   MOVE RD-BUSINESS-DATE"
               " TO WS-RUN-DATE"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   MOVE RD-PRIOR-DATE"
               " TO WS-PRIOR-DATE"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   MOVE RD-MONTH-END-FLAG"
               " TO WS-MONTH-END-FLAG"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE RUNDATE-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-RUN-DATE NOT NUMERIC" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0012E' TO WS-MSG-KEY
           MOVE 'Run-date control record missing or invalid:'
               TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-RUN-DATE' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           PERFORM 1596-EMIT-RUNDATE-STOP
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0013I' TO WS-MSG-KEY
           MOVE 'Business date, prior date, month-end flag:'
               TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE "WS-RUN-DATE ' ' WS-PRIOR-DATE ' '" TO WS-MSG-TAIL
           MOVE 'WS-MONTH-END-FLAG' TO WS-MSG-TAIL2
           MOVE '.' TO WS-MSG-END
           PERFORM 5310-EMIT-MESSAGE.

       1596-EMIT-RUNDATE-STOP.
           MOVE "               MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 15 TO WS-RST-INDENT
           PERFORM 5730-EMIT-RUNSTATS-CALL
           IF WS-PROJECT-MODE
               MOVE "               GOBACK" TO OUTPUT-LINE
           ELSE
               MOVE "               STOP RUN" TO OUTPUT-LINE
           END-IF
           WRITE OUTPUT-LINE.

       1587-EMIT-VARREC-FD-CLAUSE.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           RECORD IS VARYING IN SIZE FROM "
               DELIMITED BY SIZE
               WS-VR-MIN DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-VR-MAX DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CHARACTERS DEPENDING ON WS-REC-LEN."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       0260-PROMPT-RESTARTABLE.
           MOVE 'N' TO WS-GEN-RESTART
           IF WS-BATCH-MODE
               IF WS-BC-RESTART = 'Y'
                   MOVE 'Y' TO WS-GEN-RESTART
               END-IF
           ELSE
               ACCEPT RESTART-SCREEN
               MOVE FUNCTION UPPER-CASE(WS-GEN-RESTART)
                   TO WS-GEN-RESTART
               IF WS-GEN-RESTART NOT = 'Y'
                   MOVE 'N' TO WS-GEN-RESTART
               END-IF
           END-IF.

       0262-PROMPT-SELECTION-CARD.
           MOVE 'N' TO WS-GEN-SELCARD
           IF WS-BATCH-MODE
               IF WS-BC-SELCARD = 'Y'
                   MOVE 'Y' TO WS-GEN-SELCARD
               END-IF
           ELSE
               ACCEPT SELCARD-SCREEN
               MOVE FUNCTION UPPER-CASE(WS-GEN-SELCARD)
                   TO WS-GEN-SELCARD
               IF WS-GEN-SELCARD NOT = 'Y'
                   MOVE 'N' TO WS-GEN-SELCARD
               END-IF
           END-IF
           IF WS-GEN-SELCARD = 'Y'
               PERFORM 5200-SET-SELECTION-FIELDS
           END-IF
           IF WS-GEN-SELCARD = 'Y'
               MOVE 'Y' TO WS-SLC-GENERATED
           END-IF.

       0220-PROMPT-SORT-KEYS.
           MOVE 0 TO WS-SORTKEY-COUNT
           IF WS-BATCH-MODE
               IF WS-BC-SORTKEYS NOT = SPACES
                   PERFORM 0230-PARSE-BATCH-SORTKEYS
               END-IF
           ELSE
               ACCEPT SORT-KEY-COUNT-SCREEN
               IF WS-SORTKEY-COUNT > 5
                   MOVE 5 TO WS-SORTKEY-COUNT
               END-IF
               PERFORM VARYING WS-SORTKEY-IDX FROM 1 BY 1
                       UNTIL WS-SORTKEY-IDX > WS-SORTKEY-COUNT
                   MOVE 0 TO WS-SORTKEY-POS(WS-SORTKEY-IDX)
                   MOVE 0 TO WS-SORTKEY-LEN(WS-SORTKEY-IDX)
                   MOVE SPACE TO WS-SORTKEY-TYPE(WS-SORTKEY-IDX)
                   MOVE SPACE TO WS-SORTKEY-DIR(WS-SORTKEY-IDX)
                   ACCEPT SORT-KEY-SCREEN
                   PERFORM 0240-VALIDATE-SORT-KEY
               END-PERFORM
           END-IF.

       0230-PARSE-BATCH-SORTKEYS.
           MOVE SPACES TO WS-PARM-SPEC-TAB
           UNSTRING WS-BC-SORTKEYS DELIMITED BY '/'
               INTO WS-PARM-SPEC(1) WS-PARM-SPEC(2) WS-PARM-SPEC(3)
                    WS-PARM-SPEC(4) WS-PARM-SPEC(5)
           END-UNSTRING
           MOVE 0 TO WS-SORTKEY-COUNT
           PERFORM VARYING WS-SPEC-IDX FROM 1 BY 1
                   UNTIL WS-SPEC-IDX > 5
               IF WS-PARM-SPEC(WS-SPEC-IDX) NOT = SPACES
                   ADD 1 TO WS-SORTKEY-COUNT
                   MOVE WS-SORTKEY-COUNT TO WS-SORTKEY-IDX
                   MOVE SPACES TO WS-SK-TOK1
                   MOVE SPACES TO WS-SK-TOK2
                   MOVE SPACE TO WS-SK-TOK3
                   MOVE SPACE TO WS-SK-TOK4
                   UNSTRING WS-PARM-SPEC(WS-SPEC-IDX)
                       DELIMITED BY ':'
                       INTO WS-SK-TOK1 WS-SK-TOK2
                            WS-SK-TOK3 WS-SK-TOK4
                   END-UNSTRING
                   COMPUTE WS-SORTKEY-POS(WS-SORTKEY-IDX) =
                       FUNCTION NUMVAL(WS-SK-TOK1)
                   COMPUTE WS-SORTKEY-LEN(WS-SORTKEY-IDX) =
                       FUNCTION NUMVAL(WS-SK-TOK2)
                   MOVE FUNCTION UPPER-CASE(WS-SK-TOK3)
                       TO WS-SORTKEY-TYPE(WS-SORTKEY-IDX)
                   MOVE FUNCTION UPPER-CASE(WS-SK-TOK4)
                       TO WS-SORTKEY-DIR(WS-SORTKEY-IDX)
                   PERFORM 0240-VALIDATE-SORT-KEY
               END-IF
           END-PERFORM.

       0240-VALIDATE-SORT-KEY.
           IF WS-SORTKEY-POS(WS-SORTKEY-IDX) < 1
                   OR WS-SORTKEY-POS(WS-SORTKEY-IDX) > 80
               MOVE 1 TO WS-SORTKEY-POS(WS-SORTKEY-IDX)
           END-IF
           IF WS-SORTKEY-LEN(WS-SORTKEY-IDX) < 1
               MOVE 10 TO WS-SORTKEY-LEN(WS-SORTKEY-IDX)
           END-IF
           IF WS-SORTKEY-POS(WS-SORTKEY-IDX) +
                   WS-SORTKEY-LEN(WS-SORTKEY-IDX) > 81
               COMPUTE WS-SORTKEY-LEN(WS-SORTKEY-IDX) =
                   81 - WS-SORTKEY-POS(WS-SORTKEY-IDX)
           END-IF
           MOVE FUNCTION UPPER-CASE
               (WS-SORTKEY-TYPE(WS-SORTKEY-IDX))
               TO WS-SORTKEY-TYPE(WS-SORTKEY-IDX)
           IF WS-SORTKEY-TYPE(WS-SORTKEY-IDX) NOT = 'N'
               MOVE 'C' TO WS-SORTKEY-TYPE(WS-SORTKEY-IDX)
           END-IF
           MOVE FUNCTION UPPER-CASE
               (WS-SORTKEY-DIR(WS-SORTKEY-IDX))
               TO WS-SORTKEY-DIR(WS-SORTKEY-IDX)
           IF WS-SORTKEY-DIR(WS-SORTKEY-IDX) NOT = 'D'
               MOVE 'A' TO WS-SORTKEY-DIR(WS-SORTKEY-IDX)
           END-IF.

       1570-EMIT-SORT-RECORD.
           MOVE "       01  SORT-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 1 TO WS-SK-CURPOS
           MOVE SPACES TO WS-SK-DONE
           PERFORM VARYING WS-SK-PASS FROM 1 BY 1
                   UNTIL WS-SK-PASS > WS-SORTKEY-COUNT
               PERFORM 1572-PICK-NEXT-SORT-KEY
               PERFORM 1574-EMIT-ONE-SORT-KEY
           END-PERFORM
           IF WS-SK-CURPOS < 81
               COMPUTE WS-SK-GAP = 81 - WS-SK-CURPOS
               PERFORM 1576-EMIT-SORT-FILLER
           END-IF.

       1572-PICK-NEXT-SORT-KEY.
           MOVE 0 TO WS-SK-PICK
           MOVE 999 TO WS-SK-MINPOS
           PERFORM VARYING WS-SK-SCAN FROM 1 BY 1
                   UNTIL WS-SK-SCAN > WS-SORTKEY-COUNT
               IF WS-SK-DONE(WS-SK-SCAN:1) NOT = 'X'
                   AND WS-SORTKEY-POS(WS-SK-SCAN) < WS-SK-MINPOS
                   MOVE WS-SK-SCAN TO WS-SK-PICK
                   MOVE WS-SORTKEY-POS(WS-SK-SCAN) TO WS-SK-MINPOS
               END-IF
           END-PERFORM
           IF WS-SK-PICK > 0
               MOVE 'X' TO WS-SK-DONE(WS-SK-PICK:1)
           END-IF.

       1574-EMIT-ONE-SORT-KEY.
           IF WS-SK-PICK = 0
               CONTINUE
           ELSE
               IF WS-SORTKEY-POS(WS-SK-PICK) > WS-SK-CURPOS
                   COMPUTE WS-SK-GAP =
                       WS-SORTKEY-POS(WS-SK-PICK) - WS-SK-CURPOS
                   PERFORM 1576-EMIT-SORT-FILLER
               END-IF
               IF WS-SORTKEY-POS(WS-SK-PICK) < WS-SK-CURPOS
                   DISPLAY 'Warning: sort key ' WS-SK-PICK
                       ' overlaps a prior key; review the generated'
                       ' SORT-RECORD offsets.'
               END-IF
               MOVE SPACES TO WS-BUILD-LINE
               IF WS-SORTKEY-TYPE(WS-SK-PICK) = 'N'
                   STRING "           05  SORT-KEY-" DELIMITED BY SIZE
                       WS-SK-PICK DELIMITED BY SIZE
                       "  PIC 9(" DELIMITED BY SIZE
                       WS-SORTKEY-LEN(WS-SK-PICK) DELIMITED BY SIZE
                       ")." DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               ELSE
                   STRING "           05  SORT-KEY-" DELIMITED BY SIZE
                       WS-SK-PICK DELIMITED BY SIZE
                       "  PIC X(" DELIMITED BY SIZE
                       WS-SORTKEY-LEN(WS-SK-PICK) DELIMITED BY SIZE
                       ")." DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               END-IF
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               COMPUTE WS-SK-CURPOS = WS-SORTKEY-POS(WS-SK-PICK)
                   + WS-SORTKEY-LEN(WS-SK-PICK)
           END-IF.

       1576-EMIT-SORT-FILLER.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  FILLER      PIC X(" DELIMITED BY SIZE
               WS-SK-GAP DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       1580-EMIT-SORT-KEY-CLAUSE.
           PERFORM VARYING WS-SORTKEY-IDX FROM 1 BY 1
                   UNTIL WS-SORTKEY-IDX > WS-SORTKEY-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               IF WS-SORTKEY-DIR(WS-SORTKEY-IDX) = 'D'
                   STRING "               ON DESCENDING KEY SORT-KEY-"
                       DELIMITED BY SIZE
                       WS-SORTKEY-IDX DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               ELSE
                   STRING "               ON ASCENDING KEY SORT-KEY-"
                       DELIMITED BY SIZE
                       WS-SORTKEY-IDX DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               END-IF
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM.

       0190-SET-DEFAULT-GEN-NAMES.
           IF NOT WS-PROJECT-MODE
               IF WS-BC-PROGID NOT = SPACES
                   MOVE WS-BC-PROGID TO WS-GEN-PROGID
                   MOVE 'Y' TO WS-PROGID-OVERRIDE
               ELSE
                   MOVE 'N' TO WS-PROGID-OVERRIDE
               END-IF
               IF WS-BC-INFILE NOT = SPACES
                   MOVE WS-BC-INFILE TO WS-GEN-INFILE
               ELSE
                   MOVE WS-PROF-INFILE TO WS-GEN-INFILE
               END-IF
               IF WS-BC-OUTDATA NOT = SPACES
                   MOVE WS-BC-OUTDATA TO WS-GEN-OUTFILE
               ELSE
                   MOVE WS-PROF-OUTFILE TO WS-GEN-OUTFILE
               END-IF
           END-IF.

       0180-PROMPT-INDEXED-KEY.
           MOVE SPACES TO WS-INDEXED-KEYFIELD
           MOVE 0 TO WS-INDEXED-KEYLEN
           IF NOT WS-BATCH-MODE
               ACCEPT INDEXED-KEY-SCREEN
           END-IF
           IF WS-INDEXED-KEYFIELD = SPACES
               MOVE WS-BC-KEYFIELD TO WS-INDEXED-KEYFIELD
           END-IF
           IF WS-INDEXED-KEYLEN = 0 AND WS-BC-KEYLEN NOT = SPACES
               COMPUTE WS-INDEXED-KEYLEN =
                   FUNCTION NUMVAL(WS-BC-KEYLEN)
           END-IF
           IF WS-INDEXED-KEYFIELD = SPACES
               MOVE 'INDX-KEY' TO WS-INDEXED-KEYFIELD
           END-IF
           IF WS-INDEXED-KEYLEN < 1 OR WS-INDEXED-KEYLEN > 30
               MOVE 10 TO WS-INDEXED-KEYLEN
           END-IF
           MOVE 0 TO WS-ALTKEY-COUNT
           MOVE SPACES TO WS-ALTKEY-NAME-TAB
           IF WS-WANT-ALTKEYS NOT = 'Y'
               CONTINUE
           ELSE
           IF WS-BATCH-MODE
               IF WS-BC-ALTKEYS NOT = SPACES
                   PERFORM 0185-PARSE-BATCH-ALTKEYS
               END-IF
           ELSE
               MOVE 0 TO WS-ALTKEY-LEN(1)
               MOVE 0 TO WS-ALTKEY-LEN(2)
               MOVE SPACE TO WS-ALTKEY-DUP(1)
               MOVE SPACE TO WS-ALTKEY-DUP(2)
               ACCEPT ALTKEY-SCREEN
               PERFORM VARYING WS-ALTKEY-IDX FROM 1 BY 1
                       UNTIL WS-ALTKEY-IDX > 2
                   IF WS-ALTKEY-NAME(WS-ALTKEY-IDX) NOT = SPACES
                       ADD 1 TO WS-ALTKEY-COUNT
                       IF WS-ALTKEY-COUNT NOT = WS-ALTKEY-IDX
                           MOVE WS-ALTKEY-NAME(WS-ALTKEY-IDX) TO
                               WS-ALTKEY-NAME(WS-ALTKEY-COUNT)
                           MOVE WS-ALTKEY-LEN(WS-ALTKEY-IDX) TO
                               WS-ALTKEY-LEN(WS-ALTKEY-COUNT)
                           MOVE WS-ALTKEY-DUP(WS-ALTKEY-IDX) TO
                               WS-ALTKEY-DUP(WS-ALTKEY-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-ALTKEY-IDX FROM 1 BY 1
                       UNTIL WS-ALTKEY-IDX > WS-ALTKEY-COUNT
                   PERFORM 0186-VALIDATE-ALTKEY
               END-PERFORM
           END-IF
           END-IF
           COMPUTE WS-INDEXED-DATALEN = 80 - WS-INDEXED-KEYLEN
           PERFORM VARYING WS-ALTKEY-IDX FROM 1 BY 1
                   UNTIL WS-ALTKEY-IDX > WS-ALTKEY-COUNT
               SUBTRACT WS-ALTKEY-LEN(WS-ALTKEY-IDX)
                   FROM WS-INDEXED-DATALEN
           END-PERFORM
           IF WS-INDEXED-DATALEN < 1
               MOVE 1 TO WS-INDEXED-DATALEN
           END-IF.

       0185-PARSE-BATCH-ALTKEYS.
           MOVE SPACES TO WS-PARM-SPEC-TAB
           UNSTRING WS-BC-ALTKEYS DELIMITED BY '/'
               INTO WS-PARM-SPEC(1) WS-PARM-SPEC(2)
           END-UNSTRING
           MOVE 0 TO WS-ALTKEY-COUNT
           PERFORM VARYING WS-SPEC-IDX FROM 1 BY 1
                   UNTIL WS-SPEC-IDX > 2
               IF WS-PARM-SPEC(WS-SPEC-IDX) NOT = SPACES
                   ADD 1 TO WS-ALTKEY-COUNT
                   MOVE WS-ALTKEY-COUNT TO WS-ALTKEY-IDX
                   MOVE SPACES TO WS-AK-TOK1
                   MOVE SPACES TO WS-AK-TOK2
                   MOVE SPACE TO WS-AK-TOK3
                   UNSTRING WS-PARM-SPEC(WS-SPEC-IDX)
                       DELIMITED BY ':'
                       INTO WS-AK-TOK1 WS-AK-TOK2 WS-AK-TOK3
                   END-UNSTRING
                   MOVE WS-AK-TOK1 TO WS-ALTKEY-NAME(WS-ALTKEY-IDX)
                   COMPUTE WS-ALTKEY-LEN(WS-ALTKEY-IDX) =
                       FUNCTION NUMVAL(WS-AK-TOK2)
                   MOVE FUNCTION UPPER-CASE(WS-AK-TOK3)
                       TO WS-ALTKEY-DUP(WS-ALTKEY-IDX)
                   PERFORM 0186-VALIDATE-ALTKEY
               END-IF
           END-PERFORM.

       0186-VALIDATE-ALTKEY.
           IF WS-ALTKEY-LEN(WS-ALTKEY-IDX) < 1
                   OR WS-ALTKEY-LEN(WS-ALTKEY-IDX) > 30
               MOVE 10 TO WS-ALTKEY-LEN(WS-ALTKEY-IDX)
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ALTKEY-DUP(WS-ALTKEY-IDX))
               TO WS-ALTKEY-DUP(WS-ALTKEY-IDX)
           IF WS-ALTKEY-DUP(WS-ALTKEY-IDX) = 'D'
               MOVE 'Y' TO WS-ALTKEY-DUP(WS-ALTKEY-IDX)
           END-IF
           IF WS-ALTKEY-DUP(WS-ALTKEY-IDX) NOT = 'Y'
               MOVE 'N' TO WS-ALTKEY-DUP(WS-ALTKEY-IDX)
           END-IF.

       2000-ACCESS-DATABASE.
           DISPLAY 'Accessing a designated database...'.
           MOVE 'N' TO WS-CHOICE5
           MOVE 'N' TO WS-CHOICE6
           MOVE 'O' TO WS-CHOICE
           MOVE 'N' TO WS-CHOICE2
           MOVE 'N' TO WS-CHOICE3
           MOVE 'N' TO WS-CHOICE4
           PERFORM 0320-PROMPT-SQL-CONNECT.
           MOVE 'SQLPROG' TO WS-FILENAME-PREFIX
           PERFORM 0100-PROMPT-OUTPUT-FILENAME.
           PERFORM 0150-OPEN-SEQFILE-CHECKED.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 2005-ACCESS-DATABASE-WRITE
           END-IF
           CLOSE SEQFILE.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       2100-GENERATE-SELECT-COUNT.
           DISPLAY 'Generating a SELECT COUNT(*) query...'.
           MOVE 'N' TO WS-CHOICE5
           MOVE 'N' TO WS-CHOICE6
           MOVE 'N' TO WS-CHOICE
           MOVE 'O' TO WS-CHOICE2
           MOVE 'N' TO WS-CHOICE3
           MOVE 'N' TO WS-CHOICE4
           PERFORM 0300-PROMPT-SQL-TABLE-COLUMNS.
           MOVE 'SQLPROG' TO WS-FILENAME-PREFIX
           PERFORM 0100-PROMPT-OUTPUT-FILENAME.
           PERFORM 0150-OPEN-SEQFILE-CHECKED.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 2105-GENERATE-SELECT-COUNT-WRITE
           END-IF
           CLOSE SEQFILE.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       2200-GENERATE-CURSOR.
           DISPLAY 'Generating a cursor...'.
           MOVE 'N' TO WS-CHOICE5
           MOVE 'N' TO WS-CHOICE6
           MOVE 'N' TO WS-CHOICE
           MOVE 'N' TO WS-CHOICE2
           MOVE 'O' TO WS-CHOICE3
           MOVE 'N' TO WS-CHOICE4
           PERFORM 0300-PROMPT-SQL-TABLE-COLUMNS.
           PERFORM 0370-PROMPT-SQL-JOIN.
           PERFORM 0330-PROMPT-SQL-ROWCOUNT.
           MOVE 'SQLPROG' TO WS-FILENAME-PREFIX
           PERFORM 0100-PROMPT-OUTPUT-FILENAME.
           PERFORM 0150-OPEN-SEQFILE-CHECKED.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 2205-GENERATE-CURSOR-WRITE
           END-IF
           CLOSE SEQFILE.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       2250-CREATE-SQL-REPORT.
           MOVE 'SQLRPT' TO WS-FILENAME-PREFIX
           DISPLAY 'Creating an SQL cursor report program...'
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           IF WS-PROGID-OVERRIDE NOT = 'Y'
               MOVE 'SQLRPT' TO WS-GEN-PROGID
           END-IF
           IF WS-BC-OUTDATA = SPACES AND NOT WS-PROJECT-MODE
               MOVE 'report.txt' TO WS-GEN-OUTFILE
           END-IF
           PERFORM 0300-PROMPT-SQL-TABLE-COLUMNS
           PERFORM 0370-PROMPT-SQL-JOIN
           PERFORM 0250-PROMPT-REPORT-SPEC
           PERFORM 2260-MAP-SQL-REPORT-COLUMNS
           PERFORM 0100-PROMPT-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 2255-CREATE-SQL-REPORT-WRITE
           END-IF
           CLOSE SEQFILE
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       2260-MAP-SQL-REPORT-COLUMNS.
           MOVE 0 TO WS-SRPT-KEEP
           MOVE ZEROS TO WS-SRPT-BRK-COL-TAB
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > WS-BREAK-COUNT
               MOVE WS-BREAK-NAME(WS-BRK-IDX) TO WS-SRPT-NAME
               PERFORM 2262-FIND-SQL-COLUMN
               IF WS-SRPT-MATCH = 0
                   DISPLAY 'Break column not in the select list, '
                       'ignored: ' FUNCTION TRIM(WS-SRPT-NAME)
               ELSE
                   ADD 1 TO WS-SRPT-KEEP
                   MOVE WS-SRPT-NAME TO WS-BREAK-NAME(WS-SRPT-KEEP)
                   MOVE WS-SRPT-MATCH TO WS-SRPT-BRK-COL(WS-SRPT-KEEP)
               END-IF
           END-PERFORM
           MOVE WS-SRPT-KEEP TO WS-BREAK-COUNT
           MOVE 0 TO WS-SRPT-KEEP
           MOVE ZEROS TO WS-SRPT-TOT-COL-TAB
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
               MOVE WS-TOTAL-NAME(WS-TOT-IDX) TO WS-SRPT-NAME
               PERFORM 2262-FIND-SQL-COLUMN
               IF WS-SRPT-MATCH = 0
                   DISPLAY 'Total column not in the select list, '
                       'ignored: ' FUNCTION TRIM(WS-SRPT-NAME)
               ELSE
                   IF WS-SQL-COLTYPE(WS-SRPT-MATCH) NOT = 'D'
                           AND WS-SQL-COLTYPE(WS-SRPT-MATCH) NOT = 'I'
                       DISPLAY 'Total column is not numeric, '
                           'ignored: ' FUNCTION TRIM(WS-SRPT-NAME)
                   ELSE
                       ADD 1 TO WS-SRPT-KEEP
                       MOVE WS-SRPT-NAME
                           TO WS-TOTAL-NAME(WS-SRPT-KEEP)
                       MOVE WS-SRPT-MATCH
                           TO WS-SRPT-TOT-COL(WS-SRPT-KEEP)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-SRPT-KEEP TO WS-TOTAL-COUNT
           MOVE 0 TO WS-SRPT-PRINT-COLS
           MOVE 0 TO WS-SRPT-LINE-LEN
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
               PERFORM 2264-SET-REPORT-COLUMN-EDIT
               ADD WS-SRPT-WIDTH 1 TO WS-SRPT-LINE-LEN
               IF WS-SRPT-LINE-LEN NOT > 132
                   MOVE WS-SQL-COL-IDX TO WS-SRPT-PRINT-COLS
               END-IF
           END-PERFORM
           IF WS-SRPT-PRINT-COLS < WS-SQL-COLCOUNT
               DISPLAY 'Only the first ' WS-SRPT-PRINT-COLS
                   ' columns fit the 132-byte print line.'
           END-IF.

       2262-FIND-SQL-COLUMN.
           MOVE 0 TO WS-SRPT-MATCH
           PERFORM VARYING WS-SRPT-COL FROM 1 BY 1
                   UNTIL WS-SRPT-COL > WS-SQL-COLCOUNT
                   OR WS-SRPT-MATCH > 0
               IF FUNCTION UPPER-CASE(WS-SQL-COLN(WS-SRPT-COL))
                       = FUNCTION UPPER-CASE(WS-SRPT-NAME)
                   MOVE WS-SRPT-COL TO WS-SRPT-MATCH
               END-IF
           END-PERFORM.

       2264-SET-REPORT-COLUMN-EDIT.
           EVALUATE WS-SQL-COLTYPE(WS-SQL-COL-IDX)
               WHEN 'D'
                   MOVE '-(9)9.99' TO WS-SRPT-EDPIC
                   MOVE 13 TO WS-SRPT-WIDTH
               WHEN 'I'
                   MOVE '-(9)9' TO WS-SRPT-EDPIC
                   MOVE 10 TO WS-SRPT-WIDTH
               WHEN 'T'
                   MOVE 'X(10)' TO WS-SRPT-EDPIC
                   MOVE 10 TO WS-SRPT-WIDTH
               WHEN OTHER
                   MOVE 'X(20)' TO WS-SRPT-EDPIC
                   MOVE 20 TO WS-SRPT-WIDTH
           END-EVALUATE.

       2255-CREATE-SQL-REPORT-WRITE.
           MOVE WS-BREAK-COUNT TO WS-RPT-DEEP
           PERFORM 5700-SET-RUNSTATS-HOOK
           MOVE 'WS-ROW-COUNT' TO WS-RST-READ-SRC
           MOVE 'WS-ROW-COUNT' TO WS-RST-WRITE-SRC
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING "       PROGRAM-ID. " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-PROGID) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       INPUT-OUTPUT SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE-CONTROL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'REPORT-FILE' TO WS-SEL-FDNAME
           MOVE 'REPORT' TO WS-SEL-DDNAME
           MOVE WS-GEN-OUTFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-REPORT' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           IF WS-PROF-RUNDATE NOT = SPACES
               PERFORM 1591-EMIT-RUNDATE-SELECT
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5705-EMIT-RUNSTATS-SELECT
           END-IF
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  REPORT-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  PRINT-LINE PIC X(132)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-PROF-RUNDATE NOT = SPACES
               PERFORM 1592-EMIT-RUNDATE-FD
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5710-EMIT-RUNSTATS-FD
           END-IF
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-REPORT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SQLCODE-ED PIC -(9)9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-CURSOR-SW PIC X VALUE 'N'."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  EndOfCursor VALUE 'Y'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-LINE-COUNT PIC 99 VALUE 99."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-PAGE-COUNT PIC 9(4) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-PAGE-ED PIC ZZZ9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-PROF-RUNDATE NOT = SPACES
               PERFORM 1593-EMIT-RUNDATE-WS
           ELSE
               MOVE "       01  WS-RUN-DATE PIC X(8)." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "       01  WS-ROW-COUNT PIC 9(9) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-ROW-ED PIC Z(8)9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-TOT-ED PIC -(12)9.99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-INT-ED PIC -(9)9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5715-EMIT-RUNSTATS-WS
           END-IF
           PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                   UNTIL WS-LVL-IDX > WS-BREAK-COUNT
               MOVE WS-SRPT-BRK-COL(WS-LVL-IDX) TO WS-SQL-COL-IDX
               PERFORM 2400-SET-COLUMN-PIC
               MOVE SPACES TO WS-BUILD-LINE
               STRING "       01  WS-HOLD-BRK-" DELIMITED BY SIZE
                   WS-LVL-IDX DELIMITED BY SIZE
                   " PIC " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SQL-COLPIC) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           PERFORM 1730-EMIT-RPT-TOTAL-DEFS
           PERFORM 2265-EMIT-SQLRPT-LINE-DEFS
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
               PERFORM 2400-SET-COLUMN-PIC
               MOVE SPACES TO WS-BUILD-LINE
               STRING "       01  DK-FETCH-COL" DELIMITED BY SIZE
                   WS-SQL-COL-IDX DELIMITED BY SIZE
                   " PIC " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SQL-COLPIC) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "       01  DK-NULL" DELIMITED BY SIZE
                   WS-SQL-COL-IDX DELIMITED BY SIZE
                   " PIC S9(4) COMP." DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "           EXEC SQL INCLUDE SQLCA END-EXEC."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5720-EMIT-RUNSTATS-LINKAGE
           END-IF
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 2270-EMIT-SQLRPT-MAINLINE
           PERFORM 2275-EMIT-SQLRPT-PROCESS
           PERFORM 2280-EMIT-SQLRPT-DETAIL-HEADING
           PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                   UNTIL WS-LVL-IDX > WS-BREAK-COUNT
               PERFORM 2285-EMIT-SQLRPT-BREAK-PARA
           END-PERFORM
           PERFORM 1742-EMIT-RPT-GRAND
           PERFORM 2290-EMIT-SQLRPT-FETCH
           IF WS-PROF-RUNDATE NOT = SPACES
               PERFORM 1594-EMIT-RUNDATE-PARA
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5735-EMIT-RUNSTATS-PARA
           END-IF
           MOVE 'N' TO WS-GEN-RUNSTATS.

       2265-EMIT-SQLRPT-LINE-DEFS.
           MOVE "       01  WS-COL-HEADING." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SRPT-PRINT-COLS
               PERFORM 2264-SET-REPORT-COLUMN-EDIT
               MOVE FUNCTION UPPER-CASE(WS-SQL-COLN(WS-SQL-COL-IDX))
                   TO WS-SRPT-CAPTION
               INSPECT WS-SRPT-CAPTION REPLACING ALL '_' BY ' '
               INSPECT WS-SRPT-CAPTION REPLACING ALL "'" BY ' '
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           05  FILLER PIC X(" DELIMITED BY SIZE
                   WS-SRPT-WIDTH DELIMITED BY SIZE
                   ") VALUE '" DELIMITED BY SIZE
                   WS-SRPT-CAPTION(1:WS-SRPT-WIDTH) DELIMITED BY SIZE
                   "'." DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           05  FILLER PIC X VALUE SPACE."
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "       01  WS-COL-UNDERLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SRPT-PRINT-COLS
               PERFORM 2264-SET-REPORT-COLUMN-EDIT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           05  FILLER PIC X(" DELIMITED BY SIZE
                   WS-SRPT-WIDTH DELIMITED BY SIZE
                   ") VALUE ALL '-'." DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           05  FILLER PIC X VALUE SPACE."
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "       01  WS-DETAIL-LINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SRPT-PRINT-COLS
               PERFORM 2264-SET-REPORT-COLUMN-EDIT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           05  DL-COL" DELIMITED BY SIZE
                   WS-SQL-COL-IDX DELIMITED BY SIZE
                   " PIC " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRPT-EDPIC) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           05  FILLER PIC X VALUE SPACE."
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM.

       2270-EMIT-SQLRPT-MAINLINE.
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5725-EMIT-RUNSTATS-START
           END-IF
           MOVE "           OPEN OUTPUT REPORT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-REPORT NOT = '00'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0002E' TO WS-MSG-KEY
           MOVE 'Error opening output file. Status:' TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-REPORT' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "               MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 15 TO WS-RST-INDENT
           PERFORM 5730-EMIT-RUNSTATS-CALL
           MOVE "               STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-PROF-RUNDATE NOT = SPACES
               MOVE "           PERFORM 7900-GET-RUN-DATE"
                   TO OUTPUT-LINE
           ELSE
               MOVE "           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD"
                   TO OUTPUT-LINE
           END-IF
           WRITE OUTPUT-LINE
           MOVE "           EXEC SQL" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               DECLARE RPT_CURSOR CURSOR FOR"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               SELECT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
               MOVE "                   " TO WS-BUILD-LINE
               MOVE 20 TO WS-SRPT-LINE-LEN
               PERFORM 2272-EMIT-SQLRPT-COLUMN-REF
               IF WS-SQL-COL-IDX < WS-SQL-COLCOUNT
                   STRING "," DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
                       WITH POINTER WS-SRPT-LINE-LEN
                   END-STRING
               END-IF
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE SPACES TO OUTPUT-LINE
           IF WS-SQL-TABLE2 = SPACES
               STRING "               FROM " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SQL-TABLE) DELIMITED BY SIZE
                   INTO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               STRING "               FROM " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SQL-TABLE) DELIMITED BY SIZE
                   " A, " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SQL-TABLE2) DELIMITED BY SIZE
                   " B" DELIMITED BY SIZE
                   INTO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO OUTPUT-LINE
               STRING "               WHERE A." DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SQL-JOIN1) DELIMITED BY SIZE
                   " = B." DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SQL-JOIN2) DELIMITED BY SIZE
                   INTO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                   UNTIL WS-LVL-IDX > WS-BREAK-COUNT
               IF WS-LVL-IDX = 1
                   MOVE "               ORDER BY " TO WS-BUILD-LINE
                   MOVE 25 TO WS-SRPT-LINE-LEN
               ELSE
                   MOVE "                   " TO WS-BUILD-LINE
                   MOVE 20 TO WS-SRPT-LINE-LEN
               END-IF
               MOVE WS-SRPT-BRK-COL(WS-LVL-IDX) TO WS-SQL-COL-IDX
               PERFORM 2272-EMIT-SQLRPT-COLUMN-REF
               IF WS-LVL-IDX < WS-BREAK-COUNT
                   STRING "," DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
                       WITH POINTER WS-SRPT-LINE-LEN
                   END-STRING
               END-IF
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "           END-EXEC" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EXEC SQL OPEN RPT_CURSOR END-EXEC"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF SQLCODE NOT = 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 9900-SQL-ERROR" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 8000-FETCH-ROW" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                   UNTIL WS-LVL-IDX > WS-BREAK-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE DK-FETCH-COL" DELIMITED BY SIZE
                   WS-SRPT-BRK-COL(WS-LVL-IDX) DELIMITED BY SIZE
                   " TO WS-HOLD-BRK-" DELIMITED BY SIZE
                   WS-LVL-IDX DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "           PERFORM 1000-PROCESS-ROW UNTIL EndOfCursor"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-BREAK-COUNT > 0
               MOVE "           IF WS-ROW-COUNT > 0" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               PERFORM VARYING WS-LVL-IDX FROM WS-RPT-DEEP BY -1
                       UNTIL WS-LVL-IDX < 1
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "               PERFORM 400" DELIMITED BY SIZE
                       WS-LVL-IDX DELIMITED BY SIZE
                       "-BREAK-LEVEL-" DELIMITED BY SIZE
                       WS-LVL-IDX DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               END-PERFORM
               MOVE "           END-IF" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           IF WS-PAGE-COUNT = 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 2000-PAGE-HEADING"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 5000-GRAND-TOTALS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-ROW-COUNT TO WS-ROW-ED"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1101T' TO WS-MSG-KEY
           MOVE 'ROWS SELECTED:' TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'STRING' TO WS-MSG-LEAD
           MOVE 'WS-ROW-ED' TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE "               DELIMITED BY SIZE INTO PRINT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EXEC SQL CLOSE RPT_CURSOR END-EXEC"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE REPORT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 5730-EMIT-RUNSTATS-CALL
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       2272-EMIT-SQLRPT-COLUMN-REF.
           IF WS-SQL-TABLE2 NOT = SPACES
               IF WS-SQL-COL-IDX > WS-SQL-COL1CNT
                   STRING "B." DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
                       WITH POINTER WS-SRPT-LINE-LEN
                   END-STRING
               ELSE
                   STRING "A." DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
                       WITH POINTER WS-SRPT-LINE-LEN
                   END-STRING
               END-IF
           END-IF
           STRING FUNCTION TRIM(WS-SQL-COLN(WS-SQL-COL-IDX))
               DELIMITED BY SIZE
               INTO WS-BUILD-LINE
               WITH POINTER WS-SRPT-LINE-LEN
           END-STRING.

       2275-EMIT-SQLRPT-PROCESS.
           MOVE "       1000-PROCESS-ROW." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-BREAK-COUNT > 0
               MOVE "           EVALUATE TRUE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               PERFORM VARYING WS-RPT-ARM FROM 1 BY 1
                       UNTIL WS-RPT-ARM > WS-BREAK-COUNT
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "               WHEN DK-FETCH-COL"
                       DELIMITED BY SIZE
                       WS-SRPT-BRK-COL(WS-RPT-ARM) DELIMITED BY SIZE
                       " NOT = WS-HOLD-BRK-" DELIMITED BY SIZE
                       WS-RPT-ARM DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   PERFORM VARYING WS-LVL-IDX FROM WS-RPT-DEEP BY -1
                           UNTIL WS-LVL-IDX < WS-RPT-ARM
                       PERFORM 1746-EMIT-RPT-BREAK-PERFORM-ARM
                   END-PERFORM
               END-PERFORM
               MOVE "               WHEN OTHER" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "                   CONTINUE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           END-EVALUATE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               IF WS-BREAK-COUNT > 0
                   STRING "           ADD DK-FETCH-COL"
                       DELIMITED BY SIZE
                       WS-SRPT-TOT-COL(WS-TOT-IDX) DELIMITED BY SIZE
                       " TO WS-TOT-" DELIMITED BY SIZE
                       WS-RPT-DEEP DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-TOT-IDX DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               ELSE
                   STRING "           ADD DK-FETCH-COL"
                       DELIMITED BY SIZE
                       WS-SRPT-TOT-COL(WS-TOT-IDX) DELIMITED BY SIZE
                       " TO WS-GRAND-" DELIMITED BY SIZE
                       WS-TOT-IDX DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               END-IF
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "           PERFORM 3000-PRINT-DETAIL" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 8000-FETCH-ROW." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       2280-EMIT-SQLRPT-DETAIL-HEADING.
           MOVE "       3000-PRINT-DETAIL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-LINE-COUNT > 55" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 2000-PAGE-HEADING"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SRPT-PRINT-COLS
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE DK-FETCH-COL" DELIMITED BY SIZE
                   WS-SQL-COL-IDX DELIMITED BY SIZE
                   " TO DL-COL" DELIMITED BY SIZE
                   WS-SQL-COL-IDX DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "           MOVE WS-DETAIL-LINE TO PRINT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-LINE-COUNT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       2000-PAGE-HEADING." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-PAGE-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-PAGE-COUNT TO WS-PAGE-ED"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           IF WS-SQL-TABLE2 = SPACES
               STRING "           STRING '" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GEN-PROGID) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SQL-TABLE) DELIMITED BY SIZE
                   "  '" DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               STRING "           STRING '" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GEN-PROGID) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SQL-TABLE) DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "               ' / " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SQL-TABLE2) DELIMITED BY SIZE
                   "  '" DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE 'GEN0301T' TO WS-MSG-KEY
           MOVE 'DATE' TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           MOVE 15 TO WS-MSG-INDENT
           MOVE "WS-RUN-DATE ' '" TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE 'GEN0302T' TO WS-MSG-KEY
           MOVE 'PAGE' TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-PAGE-ED' TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE "               DELIMITED BY SIZE INTO PRINT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-COL-HEADING TO PRINT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-COL-UNDERLINE TO PRINT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 5 TO WS-LINE-COUNT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       2285-EMIT-SQLRPT-BREAK-PARA.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       400" DELIMITED BY SIZE
               WS-LVL-IDX DELIMITED BY SIZE
               "-BREAK-LEVEL-" DELIMITED BY SIZE
               WS-LVL-IDX DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE WS-SRPT-BRK-COL(WS-LVL-IDX) TO WS-SQL-COL-IDX
           MOVE SPACES TO WS-SRPT-CAPTION
           EVALUATE WS-SQL-COLTYPE(WS-SQL-COL-IDX)
               WHEN 'D'
                   MOVE 'WS-TOT-ED' TO WS-SRPT-CAPTION
               WHEN 'I'
                   MOVE 'WS-INT-ED' TO WS-SRPT-CAPTION
               WHEN OTHER
                   STRING 'WS-HOLD-BRK-' WS-LVL-IDX
                       DELIMITED BY SIZE INTO WS-SRPT-CAPTION
           END-EVALUATE
           IF WS-SRPT-CAPTION(1:7) NOT = 'WS-HOLD'

               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE WS-HOLD-BRK-" DELIMITED BY SIZE
                   WS-LVL-IDX DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-SRPT-CAPTION DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           MOVE SPACES TO PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0303T' TO WS-MSG-KEY
           MOVE 'TOTAL FOR' TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'STRING' TO WS-MSG-LEAD
           PERFORM 5320-EMIT-CAPTION
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               '" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM
                   (WS-BREAK-NAME(WS-LVL-IDX)))
               DELIMITED BY SIZE
               " ' " DELIMITED BY SIZE
               WS-SRPT-CAPTION DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               DELIMITED BY SIZE INTO PRINT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE PRINT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
               PERFORM 1740-EMIT-RPT-TOTAL-PRINT
           END-PERFORM
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
               PERFORM 1745-EMIT-RPT-ROLLUP
           END-PERFORM
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE DK-FETCH-COL" DELIMITED BY SIZE
               WS-SRPT-BRK-COL(WS-LVL-IDX) DELIMITED BY SIZE
               " TO WS-HOLD-BRK-" DELIMITED BY SIZE
               WS-LVL-IDX DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           COMPUTE WS-SRPT-LINES = WS-TOTAL-COUNT + 1
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           ADD " DELIMITED BY SIZE
               WS-SRPT-LINES DELIMITED BY SIZE
               " TO WS-LINE-COUNT." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       2290-EMIT-SQLRPT-FETCH.
           MOVE "       8000-FETCH-ROW." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EXEC SQL" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               FETCH RPT_CURSOR INTO" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
               MOVE SPACES TO WS-BUILD-LINE
               IF WS-SQL-COL-IDX < WS-SQL-COLCOUNT
                   STRING "                   :DK-FETCH-COL"
                       DELIMITED BY SIZE
                       WS-SQL-COL-IDX DELIMITED BY SIZE
                       " :DK-NULL" DELIMITED BY SIZE
                       WS-SQL-COL-IDX DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               ELSE
                   STRING "                   :DK-FETCH-COL"
                       DELIMITED BY SIZE
                       WS-SQL-COL-IDX DELIMITED BY SIZE
                       " :DK-NULL" DELIMITED BY SIZE
                       WS-SQL-COL-IDX DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               END-IF
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "           END-EXEC" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EVALUATE SQLCODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ADD 1 TO WS-ROW-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "                   IF DK-NULL" DELIMITED BY SIZE
                   WS-SQL-COL-IDX DELIMITED BY SIZE
                   " < 0" DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               IF WS-SQL-COLTYPE(WS-SQL-COL-IDX) = 'D'
                       OR WS-SQL-COLTYPE(WS-SQL-COL-IDX) = 'I'
                   STRING "                       "
                       "MOVE 0 TO DK-FETCH-COL" DELIMITED BY SIZE
                       WS-SQL-COL-IDX DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               ELSE
                   STRING "                       MOVE SPACES TO "
                       "DK-FETCH-COL" DELIMITED BY SIZE
                       WS-SQL-COL-IDX DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               END-IF
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "                   END-IF" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "               WHEN 100" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   SET EndOfCursor TO TRUE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN OTHER" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 9900-SQL-ERROR"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-EVALUATE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       9900-SQL-ERROR." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SQLCODE TO WS-SQLCODE-ED"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0118E' TO WS-MSG-KEY
           MOVE 'SQL ERROR, SQLCODE =' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-SQLCODE-ED' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE 'GEN0119E' TO WS-MSG-KEY
           MOVE 'SQLERRMC:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'SQLERRMC' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           CLOSE REPORT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 12 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 5730-EMIT-RUNSTATS-CALL
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       2300-GENERATE-UPDATE.
           DISPLAY 'Generating an UPDATE query...'.
           MOVE 'N' TO WS-CHOICE5
           MOVE 'N' TO WS-CHOICE6
           MOVE 'N' TO WS-CHOICE
           MOVE 'N' TO WS-CHOICE2
           MOVE 'N' TO WS-CHOICE3
           MOVE 'O' TO WS-CHOICE4
           PERFORM 0300-PROMPT-SQL-TABLE-COLUMNS.
           PERFORM 0340-PROMPT-SQL-UPDATE.
           MOVE 'SQLPROG' TO WS-FILENAME-PREFIX
           PERFORM 0100-PROMPT-OUTPUT-FILENAME.
           PERFORM 0150-OPEN-SEQFILE-CHECKED.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 2305-GENERATE-UPDATE-WRITE
           END-IF
           CLOSE SEQFILE.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       2500-CREATE-DB2-INQUIRY.
           MOVE 'DB2INQ' TO WS-FILENAME-PREFIX
           DISPLAY 'Creating a DB2 inquiry screen program...'
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           IF WS-PROGID-OVERRIDE NOT = 'Y'
               MOVE 'DB2INQ' TO WS-GEN-PROGID
           END-IF
           PERFORM 0320-PROMPT-SQL-CONNECT
           PERFORM 0300-PROMPT-SQL-TABLE-COLUMNS
           MOVE SPACES TO WS-DBQ-KEYCOL
           IF WS-BATCH-MODE
               MOVE WS-BC-KEYFIELD TO WS-DBQ-KEYCOL
           ELSE
               ACCEPT DB2INQ-KEY-SCREEN
           END-IF
           PERFORM 2510-SET-INQUIRY-COLUMNS
           IF WS-DBQ-OK NOT = 'Y'
               DISPLAY 'Inquiry screen abandoned.'
               PERFORM 2595-COUNT-INQUIRY-FAILURE
           ELSE
               PERFORM 0100-PROMPT-OUTPUT-FILENAME
               PERFORM 0150-OPEN-SEQFILE-CHECKED
               IF WS-GEN-OPEN-FAILED = 'N'
                   PERFORM 2505-CREATE-DB2-INQUIRY-WRITE
               END-IF
               CLOSE SEQFILE
               IF WS-GEN-OPEN-FAILED = 'N'
                   DISPLAY 'Key column: '
                       FUNCTION TRIM(WS-DBQ-KEYCOL)
                       '  row screen columns: ' WS-DBQ-ROW-COLS
                       '  list columns: ' WS-DBQ-LIST-COLS
                   PERFORM 0940-PREVIEW-AND-CONFIRM
               END-IF
           END-IF.

       2510-SET-INQUIRY-COLUMNS.
           MOVE 'Y' TO WS-DBQ-OK
           MOVE 0 TO WS-DBQ-KEYIDX
           IF WS-SQL-COLCOUNT = 0
               DISPLAY 'No columns selected for the inquiry.'
               MOVE 'N' TO WS-DBQ-OK
           ELSE
               IF WS-DBQ-KEYCOL = SPACES
                   MOVE WS-SQL-COLN(1) TO WS-DBQ-KEYCOL
               END-IF
               MOVE WS-DBQ-KEYCOL TO WS-SRPT-NAME
               PERFORM 2262-FIND-SQL-COLUMN
               IF WS-SRPT-MATCH = 0
                   DISPLAY 'Key column not in the select list: '
                       FUNCTION TRIM(WS-DBQ-KEYCOL)
                   MOVE 'N' TO WS-DBQ-OK
               ELSE
                   MOVE WS-SRPT-MATCH TO WS-DBQ-KEYIDX
                   MOVE WS-SQL-COLN(WS-DBQ-KEYIDX) TO WS-DBQ-KEYCOL
                   MOVE WS-DBQ-KEYIDX TO WS-SQL-COL-IDX
                   PERFORM 2400-SET-COLUMN-PIC
                   MOVE WS-SQL-COLPIC TO WS-DBQ-KEYPIC
               END-IF
           END-IF
           MOVE 0 TO WS-DBQ-LIST-COLS
           MOVE 0 TO WS-DBQ-LIST-LEN
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
               PERFORM 2264-SET-REPORT-COLUMN-EDIT
               ADD WS-SRPT-WIDTH 1 TO WS-DBQ-LIST-LEN
               IF WS-DBQ-LIST-LEN NOT > 79
                   MOVE WS-SQL-COL-IDX TO WS-DBQ-LIST-COLS
               END-IF
           END-PERFORM
           MOVE WS-SQL-COLCOUNT TO WS-DBQ-ROW-COLS
           IF WS-DBQ-ROW-COLS > 14
               MOVE 14 TO WS-DBQ-ROW-COLS
               DISPLAY 'Only the first 14 columns fit the row screen.'
           END-IF
           IF WS-DBQ-LIST-COLS < WS-SQL-COLCOUNT
               DISPLAY 'Only the first ' WS-DBQ-LIST-COLS
                   ' columns fit the 78-byte list line.'
           END-IF.

       2505-CREATE-DB2-INQUIRY-WRITE.
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING "       PROGRAM-ID. " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-PROGID) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-ACTION PIC X VALUE SPACE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MODE PIC X VALUE 'R'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  RowMode VALUE 'R'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  ListMode VALUE 'L'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DIRECTION PIC X VALUE 'F'."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-KEY-ENTRY PIC X(20) VALUE SPACES."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-KEY-OK PIC X VALUE 'N'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SQL-FAILED PIC X VALUE 'N'."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-CURSOR-SW PIC X VALUE 'N'."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  EndOfCursor VALUE 'Y'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MESSAGE PIC X(78) VALUE SPACES."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SQLCODE-ED PIC -(9)9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-ROWS-HELD PIC 99 VALUE 0." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-ROWS-ON-PAGE PIC 99 VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-ROW-IDX PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-PAGE-IDX PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-ROWS-ED PIC Z9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-NULL-FLAGS." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  WS-NULL-FLAG OCCURS "
               WS-SQL-COLCOUNT " TIMES PIC X(6)."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE WS-DBQ-LIST-COLS TO WS-SRPT-PRINT-COLS
           PERFORM 2265-EMIT-SQLRPT-LINE-DEFS
           MOVE "       01  WS-PAGE-TABLE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  WS-PAGE-LINE OCCURS 10 TIMES PIC X(78)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-HOLD-TABLE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  WS-HOLD-ENTRY OCCURS 10 TIMES."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               10  WS-HOLD-LINE PIC X(78)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               10  WS-HOLD-KEY PIC "
               FUNCTION TRIM(WS-DBQ-KEYPIC) "."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 3617-EMIT-SQL-DECLARES
           MOVE 'DK-KEY-IN' TO WS-DBQ-NAME
           PERFORM 2512-EMIT-INQUIRY-KEY-DEF
           MOVE 'DK-FIRST-KEY' TO WS-DBQ-NAME
           PERFORM 2512-EMIT-INQUIRY-KEY-DEF
           MOVE 'DK-LAST-KEY' TO WS-DBQ-NAME
           PERFORM 2512-EMIT-INQUIRY-KEY-DEF
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
               PERFORM 2400-SET-COLUMN-PIC
               MOVE SPACES TO WS-BUILD-LINE
               STRING "       01  DK-FETCH-COL" DELIMITED BY SIZE
                   WS-SQL-COL-IDX DELIMITED BY SIZE
                   " PIC " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SQL-COLPIC) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "       01  DK-NULL" DELIMITED BY SIZE
                   WS-SQL-COL-IDX DELIMITED BY SIZE
                   " PIC S9(4) COMP." DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "        EXEC SQL END DECLARE SECTION END-EXEC."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "        EXEC SQL INCLUDE SQLCA END-EXEC."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 2520-EMIT-INQUIRY-SCREENS
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 2530-EMIT-INQUIRY-MAINLINE
           PERFORM 2540-EMIT-INQUIRY-PAGING
           MOVE 'FIRST_CURSOR' TO WS-DBQ-CURSOR
           MOVE '3000-FETCH-FIRST-PAGE' TO WS-DBQ-NAME
           PERFORM 2550-EMIT-INQUIRY-FETCH-PAGE
           MOVE 'START_CURSOR' TO WS-DBQ-CURSOR
           MOVE '3100-FETCH-START-PAGE' TO WS-DBQ-NAME
           PERFORM 2550-EMIT-INQUIRY-FETCH-PAGE
           MOVE 'NEXT_CURSOR' TO WS-DBQ-CURSOR
           MOVE '3200-FETCH-NEXT-PAGE' TO WS-DBQ-NAME
           PERFORM 2550-EMIT-INQUIRY-FETCH-PAGE
           MOVE 'PRIOR_CURSOR' TO WS-DBQ-CURSOR
           MOVE '3300-FETCH-PRIOR-PAGE' TO WS-DBQ-NAME
           PERFORM 2550-EMIT-INQUIRY-FETCH-PAGE
           PERFORM 2570-EMIT-INQUIRY-TAIL.

       2512-EMIT-INQUIRY-KEY-DEF.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  " FUNCTION TRIM(WS-DBQ-NAME)
               " PIC " FUNCTION TRIM(WS-DBQ-KEYPIC) "."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       2520-EMIT-INQUIRY-SCREENS.
           MOVE "       SCREEN SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  ROW-SCREEN FOREGROUND-COLOR 3."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 2525-EMIT-INQUIRY-SCREEN-TOP
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-DBQ-ROW-COLS
               COMPUTE WS-DBQ-SCREEN-LINE = WS-SQL-COL-IDX + 5
               MOVE FUNCTION UPPER-CASE(WS-SQL-COLN(WS-SQL-COL-IDX))
                   TO WS-SRPT-CAPTION
               INSPECT WS-SRPT-CAPTION REPLACING ALL '_' BY ' '
               INSPECT WS-SRPT-CAPTION REPLACING ALL "'" BY ' '
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           05 FILLER PIC X(20) VALUE '"
                   WS-SRPT-CAPTION "'"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           LINE " WS-DBQ-SCREEN-LINE
                   " COL 2 FOREGROUND-COLOR 9."
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               PERFORM 2264-SET-REPORT-COLUMN-EDIT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           05 LINE " WS-DBQ-SCREEN-LINE
                   " COL 24 PIC " FUNCTION TRIM(WS-SRPT-EDPIC)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "              FROM DK-FETCH-COL"
                   WS-SQL-COL-IDX "."
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           05 LINE " WS-DBQ-SCREEN-LINE
                   " COL 46 PIC X(6)"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "              FROM WS-NULL-FLAG("
                   WS-SQL-COL-IDX ")."
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           PERFORM 2527-EMIT-INQUIRY-SCREEN-MSG
           MOVE "       01  LIST-SCREEN FOREGROUND-COLOR 3."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 2525-EMIT-INQUIRY-SCREEN-TOP
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05 LINE 6 COL 2 PIC X(78) FROM WS-COL-HEA"
               "DING"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "              FOREGROUND-COLOR 9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05 LINE 7 COL 2 PIC X(78) FROM WS-COL-UND"
               "ERLINE"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "              FOREGROUND-COLOR 9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-DBQ-ROW FROM 1 BY 1
                   UNTIL WS-DBQ-ROW > 10
               COMPUTE WS-DBQ-SCREEN-LINE = WS-DBQ-ROW + 7
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           05 LINE " WS-DBQ-SCREEN-LINE
                   " COL 2 PIC X(78)"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "              FROM WS-PAGE-LINE("
                   WS-DBQ-ROW ")."
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           PERFORM 2527-EMIT-INQUIRY-SCREEN-MSG.

       2525-EMIT-INQUIRY-SCREEN-TOP.
           MOVE "           05 FILLER PIC X(40) VALUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1213T' TO WS-MSG-KEY
           MOVE 'TABLE:' TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           PERFORM 5302-QUOTE-MESSAGE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           '" WS-MSG-LIT(1:WS-MSG-LIT-LEN)
               FUNCTION TRIM(WS-SQL-TABLE) "'"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           LINE 1 COL 2 BLANK SCREEN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05 FILLER PIC X(30) VALUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1214T' TO WS-MSG-KEY
           MOVE 'KEY:' TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           PERFORM 5302-QUOTE-MESSAGE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           '" WS-MSG-LIT(1:WS-MSG-LIT-LEN)
               FUNCTION TRIM(WS-DBQ-KEYCOL) "'"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           LINE 1 COL 45." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05 FILLER PIC X(40) VALUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1215T' TO WS-MSG-KEY
           MOVE 'Action (K=key F=forward B=back X=exit):'
               TO WS-MSG-TEXT
           MOVE 39 TO WS-MSG-MAX
           MOVE 11 TO WS-MSG-INDENT
           PERFORM 5320-EMIT-CAPTION
           MOVE "           LINE 3 COL 2 FOREGROUND-COLOR 9."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05 LINE 3 COL 42 AUTO PIC X TO WS-ACTION."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05 FILLER PIC X(20) VALUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1216T' TO WS-MSG-KEY
           MOVE 'Key value:' TO WS-MSG-TEXT
           MOVE 20 TO WS-MSG-MAX
           MOVE 11 TO WS-MSG-INDENT
           PERFORM 5320-EMIT-CAPTION
           MOVE "           LINE 4 COL 2 FOREGROUND-COLOR 9."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05 LINE 4 COL 24 PIC X(20) USING WS-KEY-E"
               "NTRY."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       2527-EMIT-INQUIRY-SCREEN-MSG.
           MOVE "           05 FILLER PIC X(78) FROM WS-MESSAGE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           LINE 22 COL 2 FOREGROUND-COLOR 14."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       2530-EMIT-INQUIRY-MAINLINE.
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'FIRST_CURSOR' TO WS-DBQ-CURSOR
           PERFORM 2535-EMIT-INQUIRY-DECLARE
           MOVE 'START_CURSOR' TO WS-DBQ-CURSOR
           PERFORM 2535-EMIT-INQUIRY-DECLARE
           MOVE 'NEXT_CURSOR' TO WS-DBQ-CURSOR
           PERFORM 2535-EMIT-INQUIRY-DECLARE
           MOVE 'PRIOR_CURSOR' TO WS-DBQ-CURSOR
           PERFORM 2535-EMIT-INQUIRY-DECLARE
           MOVE "           PERFORM 8800-CONNECT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1201I' TO WS-MSG-KEY
           MOVE 'ENTER A KEY AND K, OR F/B TO PAGE THE TABLE'
               TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           PERFORM 5325-EMIT-SCREEN-MESSAGE
           MOVE "           PERFORM UNTIL WS-ACTION = 'X'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF ListMode" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ACCEPT LIST-SCREEN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ACCEPT ROW-SCREEN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS"
               "-ACTION"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO WS-MESSAGE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EVALUATE WS-ACTION" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'K'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 1000-KEY-INQUIRY"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'F'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 2000-PAGE-FORWARD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'B'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 2100-PAGE-BACKWARD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'X'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   CONTINUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN OTHER" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1202E' TO WS-MSG-KEY
           MOVE 'INVALID ACTION, USE K, F, B OR X' TO WS-MSG-TEXT
           MOVE 19 TO WS-MSG-INDENT
           PERFORM 5325-EMIT-SCREEN-MESSAGE
           MOVE "           END-EVALUATE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-PERFORM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1000-KEY-INQUIRY." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           SET RowMode TO TRUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 0 TO WS-ROWS-ON-PAGE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1100-SET-KEY-VALUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-KEY-OK = 'N'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 7000-CLEAR-ROW" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EXEC SQL" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               SELECT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 2560-EMIT-INQUIRY-SELECT-LIST
           MOVE "               INTO" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 2555-EMIT-INQUIRY-INTO-LIST
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               FROM " FUNCTION TRIM(WS-SQL-TABLE)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               WHERE " FUNCTION TRIM(WS-DBQ-KEYCOL)
               " = :DK-KEY-IN"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-EXEC" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EVALUATE SQLCODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 7100-SET-NULL-VALUES"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1203I' TO WS-MSG-KEY
           MOVE 'ROW DISPLAYED' TO WS-MSG-TEXT
           MOVE 19 TO WS-MSG-INDENT
           PERFORM 5325-EMIT-SCREEN-MESSAGE
           MOVE "               WHEN 100" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 7000-CLEAR-ROW"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1204W' TO WS-MSG-KEY
           MOVE 'NO ROW FOUND FOR KEY' TO WS-MSG-TEXT
           MOVE 19 TO WS-MSG-INDENT
           MOVE 'FUNCTION TRIM(WS-KEY-ENTRY)' TO WS-MSG-TAIL
           PERFORM 5325-EMIT-SCREEN-MESSAGE
           MOVE "               WHEN OTHER" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 7000-CLEAR-ROW"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 9900-SQL-ERROR"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-EVALUATE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1100-SET-KEY-VALUE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'Y' TO WS-KEY-OK" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-KEY-ENTRY = SPACES" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'N' TO WS-KEY-OK" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1205E' TO WS-MSG-KEY
           MOVE 'ENTER A KEY VALUE' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           PERFORM 5325-EMIT-SCREEN-MESSAGE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-SQL-COLTYPE(WS-DBQ-KEYIDX) = 'D'
                   OR WS-SQL-COLTYPE(WS-DBQ-KEYIDX) = 'I'
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           IF FUNCTION TEST-NUMVAL(WS-KEY-ENTRY)"
                   " NOT = 0"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           MOVE 'N' TO WS-KEY-OK" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE 'GEN1206E' TO WS-MSG-KEY
               MOVE 'KEY VALUE MUST BE NUMERIC' TO WS-MSG-TEXT
               MOVE 11 TO WS-MSG-INDENT
               PERFORM 5325-EMIT-SCREEN-MESSAGE
               MOVE "           ELSE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           COMPUTE DK-KEY-IN = FUNCTION NUMVAL(W"
                   "S-KEY-ENTRY)"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               ON SIZE ERROR" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "                   MOVE 'N' TO WS-KEY-OK"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE 'GEN1207E' TO WS-MSG-KEY
               MOVE 'KEY VALUE TOO LARGE' TO WS-MSG-TEXT
               MOVE 19 TO WS-MSG-INDENT
               PERFORM 5325-EMIT-SCREEN-MESSAGE
               MOVE "           END-COMPUTE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           END-IF" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               MOVE "           MOVE WS-KEY-ENTRY TO DK-KEY-IN"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       2535-EMIT-INQUIRY-DECLARE.
           MOVE "           EXEC SQL" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               DECLARE " FUNCTION TRIM(WS-DBQ-CURSOR)
               " CURSOR FOR"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               SELECT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 2560-EMIT-INQUIRY-SELECT-LIST
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               FROM " FUNCTION TRIM(WS-SQL-TABLE)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           EVALUATE WS-DBQ-CURSOR
               WHEN 'START_CURSOR'
                   STRING "               WHERE "
                       FUNCTION TRIM(WS-DBQ-KEYCOL) " >= :DK-KEY-IN"
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               WHEN 'NEXT_CURSOR'
                   STRING "               WHERE "
                       FUNCTION TRIM(WS-DBQ-KEYCOL) " > :DK-LAST-KEY"
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               WHEN 'PRIOR_CURSOR'
                   STRING "               WHERE "
                       FUNCTION TRIM(WS-DBQ-KEYCOL) " < :DK-FIRST-KEY"
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
           END-EVALUATE
           IF WS-BUILD-LINE NOT = SPACES
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE SPACES TO WS-BUILD-LINE
           IF WS-DBQ-CURSOR = 'PRIOR_CURSOR'
               STRING "               ORDER BY "
                   FUNCTION TRIM(WS-DBQ-KEYCOL) " DESC"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
           ELSE
               STRING "               ORDER BY "
                   FUNCTION TRIM(WS-DBQ-KEYCOL)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
           END-IF
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               FOR FETCH ONLY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-EXEC." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       2540-EMIT-INQUIRY-PAGING.
           MOVE "       2000-PAGE-FORWARD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'F' TO WS-DIRECTION" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'N' TO WS-SQL-FAILED" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'Y' TO WS-KEY-OK" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 0 TO WS-ROWS-HELD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF ListMode AND WS-ROWS-ON-PAGE > 0"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 3200-FETCH-NEXT-PAGE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-KEY-ENTRY = SPACES" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 3000-FETCH-FIRST-PAGE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1100-SET-KEY-VALUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-KEY-OK = 'Y'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 3100-FETCH-START-PAGE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 2900-APPLY-PAGE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       2100-PAGE-BACKWARD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'B' TO WS-DIRECTION" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'N' TO WS-SQL-FAILED" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'Y' TO WS-KEY-OK" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 0 TO WS-ROWS-HELD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF ListMode AND WS-ROWS-ON-PAGE > 0"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 3300-FETCH-PRIOR-PAGE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-KEY-ENTRY = SPACES" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'F' TO WS-DIRECTION" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 3000-FETCH-FIRST-PAGE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1100-SET-KEY-VALUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-KEY-OK = 'Y'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE DK-KEY-IN TO DK-FIRST-KEY"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 3300-FETCH-PRIOR-PAGE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 2900-APPLY-PAGE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       2900-APPLY-PAGE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-SQL-FAILED = 'Y' OR WS-KEY-OK = 'N'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF RowMode" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 7000-CLEAR-ROW" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-ROWS-HELD > 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 3800-SHOW-PAGE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-DIRECTION = 'F'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1208I' TO WS-MSG-KEY
           MOVE 'END OF TABLE, NO MORE ROWS' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           PERFORM 5325-EMIT-SCREEN-MESSAGE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1209I' TO WS-MSG-KEY
           MOVE 'START OF TABLE, NO EARLIER ROWS' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           PERFORM 5325-EMIT-SCREEN-MESSAGE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       3800-SHOW-PAGE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           SET ListMode TO TRUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO WS-PAGE-TABLE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-ROWS-HELD TO WS-ROWS-ON-PAGE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   UNTIL WS-ROW-IDX > WS-ROWS-HELD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-DIRECTION = 'F'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-ROW-IDX TO WS-PAGE-IDX"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           COMPUTE WS-PAGE-IDX = WS-ROWS-HELD - WS-R"
               "OW-IDX + 1"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE WS-HOLD-LINE(WS-ROW-IDX) TO WS-PAGE-"
               "LINE(WS-PAGE-IDX)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-PERFORM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-DIRECTION = 'F'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-HOLD-KEY(1) TO DK-FIRST-KEY"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE WS-HOLD-KEY(WS-ROWS-HELD) TO DK-LAST"
               "-KEY"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE WS-HOLD-KEY(WS-ROWS-HELD) TO DK-FIRS"
               "T-KEY"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-HOLD-KEY(1) TO DK-LAST-KEY"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-ROWS-HELD TO WS-ROWS-ED"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-ROWS-HELD < 10 AND WS-DIRECTION = 'F'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1210I' TO WS-MSG-KEY
           MOVE 'ROWS SHOWN, END OF TABLE REACHED:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-ROWS-ED' TO WS-MSG-TAIL
           PERFORM 5325-EMIT-SCREEN-MESSAGE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-ROWS-HELD < 10" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1211I' TO WS-MSG-KEY
           MOVE 'ROWS SHOWN, START OF TABLE REACHED:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-ROWS-ED' TO WS-MSG-TAIL
           PERFORM 5325-EMIT-SCREEN-MESSAGE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1212I' TO WS-MSG-KEY
           MOVE 'ROWS SHOWN:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-ROWS-ED' TO WS-MSG-TAIL
           PERFORM 5325-EMIT-SCREEN-MESSAGE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       2550-EMIT-INQUIRY-FETCH-PAGE.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       " FUNCTION TRIM(WS-DBQ-NAME) "."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'N' TO WS-CURSOR-SW" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           EXEC SQL OPEN "
               FUNCTION TRIM(WS-DBQ-CURSOR) " END-EXEC"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF SQLCODE NOT = 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 9900-SQL-ERROR" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           PERFORM UNTIL EndOfCursor OR WS-ROWS-HELD"
               " = 10"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EXEC SQL" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               FETCH " FUNCTION TRIM(WS-DBQ-CURSOR)
               " INTO"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 2555-EMIT-INQUIRY-INTO-LIST
           MOVE "           END-EXEC" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 3900-CHECK-FETCH" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-PERFORM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           EXEC SQL CLOSE "
               FUNCTION TRIM(WS-DBQ-CURSOR) " END-EXEC"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       2555-EMIT-INQUIRY-INTO-LIST.
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "                   :DK-FETCH-COL"
                   WS-SQL-COL-IDX " :DK-NULL" WS-SQL-COL-IDX
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               IF WS-SQL-COL-IDX < WS-SQL-COLCOUNT
                   MOVE ',' TO WS-BUILD-LINE(46:1)
               END-IF
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM.

       2560-EMIT-INQUIRY-SELECT-LIST.
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
               MOVE SPACES TO WS-BUILD-LINE
               IF WS-SQL-COL-IDX < WS-SQL-COLCOUNT
                   STRING "                   "
                       FUNCTION TRIM(WS-SQL-COLN(WS-SQL-COL-IDX)) ","
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               ELSE
                   STRING "                   "
                       FUNCTION TRIM(WS-SQL-COLN(WS-SQL-COL-IDX))
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               END-IF
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM.

       2570-EMIT-INQUIRY-TAIL.
           MOVE "       3900-CHECK-FETCH." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EVALUATE SQLCODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 3950-HOLD-ROW"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 100" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   SET EndOfCursor TO TRUE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN OTHER" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   SET EndOfCursor TO TRUE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 9900-SQL-ERROR"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-EVALUATE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       3950-HOLD-ROW." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 7100-SET-NULL-VALUES" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-ROWS-HELD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-DBQ-LIST-COLS
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE DK-FETCH-COL" WS-SQL-COL-IDX
                   " TO DL-COL" WS-SQL-COL-IDX
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE WS-DETAIL-LINE TO WS-HOLD-LINE(WS-RO"
               "WS-HELD)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE DK-FETCH-COL" WS-DBQ-KEYIDX
               " TO WS-HOLD-KEY(WS-ROWS-HELD)."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       7000-CLEAR-ROW." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO WS-NULL-FLAGS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
               PERFORM 2575-EMIT-INQUIRY-COLUMN-CLEAR
               IF WS-SQL-COL-IDX = WS-SQL-COLCOUNT
                   MOVE WS-BUILD-LINE TO WS-CAP-WORK
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING FUNCTION TRIM(WS-CAP-WORK TRAILING) "."
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               END-IF
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "       7100-SET-NULL-VALUES." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO WS-NULL-FLAGS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           IF DK-NULL" WS-SQL-COL-IDX " < 0"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               PERFORM 2575-EMIT-INQUIRY-COLUMN-CLEAR
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE '(NULL)' TO WS-NULL-FLAG("
                   WS-SQL-COL-IDX ")"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               IF WS-SQL-COL-IDX = WS-SQL-COLCOUNT
                   MOVE "           END-IF." TO OUTPUT-LINE
               ELSE
                   MOVE "           END-IF" TO OUTPUT-LINE
               END-IF
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "       8800-CONNECT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EXEC SQL" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               CONNECT :USERNAME IDENTIFIED BY :PASSWD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   USING :DBNAME" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-EXEC" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF SQLCODE NOT = 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SQLCODE TO WS-SQLCODE-ED"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0103E' TO WS-MSG-KEY
           MOVE 'Database connection failed' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           PERFORM 5310-EMIT-MESSAGE
           MOVE 'GEN0118E' TO WS-MSG-KEY
           MOVE 'SQL ERROR, SQLCODE =' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-SQLCODE-ED' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE 'GEN0119E' TO WS-MSG-KEY
           MOVE 'SQLERRMC:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'SQLERRMC' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           MOVE 12 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       9900-SQL-ERROR." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'Y' TO WS-SQL-FAILED" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SQLCODE TO WS-SQLCODE-ED"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0118E' TO WS-MSG-KEY
           MOVE 'SQL ERROR, SQLCODE =' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'FUNCTION TRIM(WS-SQLCODE-ED)' TO WS-MSG-TAIL
           MOVE "' ' SQLERRMC" TO WS-MSG-TAIL2
           MOVE '.' TO WS-MSG-END
           PERFORM 5325-EMIT-SCREEN-MESSAGE.

       2575-EMIT-INQUIRY-COLUMN-CLEAR.
           MOVE SPACES TO WS-BUILD-LINE
           IF WS-SQL-COLTYPE(WS-SQL-COL-IDX) = 'D'
                   OR WS-SQL-COLTYPE(WS-SQL-COL-IDX) = 'I'
               STRING "           MOVE 0 TO DK-FETCH-COL"
                   WS-SQL-COL-IDX
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
           ELSE
               STRING "           MOVE SPACES TO DK-FETCH-COL"
                   WS-SQL-COL-IDX
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
           END-IF.

       2595-COUNT-INQUIRY-FAILURE.
           IF WS-BATCH-MODE
               ADD 1 TO WS-RUN-FAILURES
               IF WS-FAIL-USED < 20
                   ADD 1 TO WS-FAIL-USED
                   MOVE SPACES TO WS-FAIL-LINE(WS-FAIL-USED)
                   STRING 'FAILED: card ' WS-CARD-NUMBER
                       ' inquiry columns or key column unusable'
                       DELIMITED BY SIZE
                       INTO WS-FAIL-LINE(WS-FAIL-USED)
               END-IF
           END-IF.

       2600-GENERATE-INSERT.
           DISPLAY 'Generating an INSERT query...'.
           MOVE 'N' TO WS-CHOICE
           MOVE 'N' TO WS-CHOICE2
           MOVE 'N' TO WS-CHOICE3
           MOVE 'N' TO WS-CHOICE4
           MOVE 'O' TO WS-CHOICE5
           MOVE 'N' TO WS-CHOICE6
           PERFORM 0300-PROMPT-SQL-TABLE-COLUMNS.
           MOVE 'SQLPROG' TO WS-FILENAME-PREFIX
           PERFORM 0100-PROMPT-OUTPUT-FILENAME.
           PERFORM 0150-OPEN-SEQFILE-CHECKED.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 2605-GENERATE-INSERT-WRITE
           END-IF
           CLOSE SEQFILE.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       2700-GENERATE-DELETE.
           DISPLAY 'Generating a DELETE query...'.
           MOVE 'N' TO WS-CHOICE
           MOVE 'N' TO WS-CHOICE2
           MOVE 'N' TO WS-CHOICE3
           MOVE 'N' TO WS-CHOICE4
           MOVE 'N' TO WS-CHOICE5
           MOVE 'O' TO WS-CHOICE6
           PERFORM 0300-PROMPT-SQL-TABLE-COLUMNS.
           PERFORM 0350-PROMPT-SQL-WHERE.
           MOVE 'SQLPROG' TO WS-FILENAME-PREFIX
           PERFORM 0100-PROMPT-OUTPUT-FILENAME.
           PERFORM 0150-OPEN-SEQFILE-CHECKED.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 2705-GENERATE-DELETE-WRITE
           END-IF
           CLOSE SEQFILE.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       0350-PROMPT-SQL-WHERE.
           MOVE SPACES TO WS-SQL-WHERE-COL
           MOVE SPACES TO WS-SQL-WHERE-VAL
           IF NOT WS-BATCH-MODE
               ACCEPT SQL-WHERE-SCREEN
           END-IF
           IF WS-SQL-WHERE-COL = SPACES
               MOVE WS-BC-WHERECOL TO WS-SQL-WHERE-COL
           END-IF
           IF WS-SQL-WHERE-VAL = SPACES
               MOVE WS-BC-WHEREVAL TO WS-SQL-WHERE-VAL
           END-IF
           IF WS-SQL-WHERE-COL = SPACES
               MOVE 'column2' TO WS-SQL-WHERE-COL
           END-IF
           IF WS-SQL-WHERE-VAL = SPACES
               MOVE 'some_condition' TO WS-SQL-WHERE-VAL
           END-IF.

       3000-CREATE-SUBROUTINE.
           DISPLAY 'Creating a subroutine...'.
           PERFORM 0400-PROMPT-SUBPROGRAM.
           MOVE 'SUBPROG' TO WS-FILENAME-PREFIX
           PERFORM 0100-PROMPT-OUTPUT-FILENAME.
           PERFORM 0150-OPEN-SEQFILE-CHECKED.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 3005-CREATE-SUBROUTINE-WRITE
           END-IF
           CLOSE SEQFILE.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       3100-INTEGRATE-SUBROUTINE-CALL.
           DISPLAY 'Integrating a typical subroutine call...'.
           MOVE 'N' TO WS-REUSE-PARAMS
           IF WS-PARAM-SET = 'Y' AND NOT WS-BATCH-MODE
               ACCEPT REUSE-PARAMS-SCREEN
               MOVE FUNCTION UPPER-CASE(WS-REUSE-PARAMS)
                   TO WS-REUSE-PARAMS
           END-IF
           IF WS-REUSE-PARAMS NOT = 'Y'
               PERFORM 0400-PROMPT-SUBPROGRAM
           END-IF
           MOVE 'CALLER' TO WS-FILENAME-PREFIX
           PERFORM 0100-PROMPT-OUTPUT-FILENAME.
           PERFORM 0150-OPEN-SEQFILE-CHECKED.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 3105-INTEGRATE-SUBROUTINE-CALL-WRITE
           END-IF
           CLOSE SEQFILE.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       3300-CREATE-TEST-DRIVER.
           DISPLAY 'Creating a subroutine test driver...'.
           MOVE 'N' TO WS-REUSE-PARAMS
           IF WS-PARAM-SET = 'Y' AND NOT WS-BATCH-MODE
               ACCEPT REUSE-PARAMS-SCREEN
               MOVE FUNCTION UPPER-CASE(WS-REUSE-PARAMS)
                   TO WS-REUSE-PARAMS
           END-IF
           IF WS-BATCH-MODE AND WS-PARAM-SET = 'Y'
                   AND WS-BC-PARMS = SPACES
               MOVE 'Y' TO WS-REUSE-PARAMS
           END-IF
           IF WS-REUSE-PARAMS NOT = 'Y'
               PERFORM 0400-PROMPT-SUBPROGRAM
           END-IF
           MOVE 3 TO WS-TESTCASE-COUNT
           IF WS-BC-NCASES NOT = SPACES
                   AND WS-BC-NCASES IS NUMERIC
               MOVE WS-BC-NCASES TO WS-TESTCASE-COUNT
           END-IF
           IF WS-TESTCASE-COUNT < 1 OR WS-TESTCASE-COUNT > 5
               MOVE 3 TO WS-TESTCASE-COUNT
           END-IF
           MOVE SPACES TO WS-CASE-SPEC-TAB
           IF WS-BC-CASES NOT = SPACES
               UNSTRING WS-BC-CASES DELIMITED BY '/'
                   INTO WS-CASE-SPEC(1) WS-CASE-SPEC(2)
                        WS-CASE-SPEC(3) WS-CASE-SPEC(4)
                        WS-CASE-SPEC(5)
               END-UNSTRING
           END-IF
           MOVE 'TESTDRVR' TO WS-FILENAME-PREFIX
           PERFORM 0100-PROMPT-OUTPUT-FILENAME.
           PERFORM 0150-OPEN-SEQFILE-CHECKED.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 3305-CREATE-TEST-DRIVER-WRITE
           END-IF
           CLOSE SEQFILE.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       3305-CREATE-TEST-DRIVER-WRITE.
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROGRAM-ID. TESTDRVR." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
                   UNTIL WS-PARAM-IDX > WS-PARAM-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "       01  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PARAM-NAME(WS-PARAM-IDX))
                   DELIMITED BY SIZE
                   " PIC " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PARAM-PIC(WS-PARAM-IDX))
                   DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "       01  WS-CASES-RUN PIC 9(3) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-PASS-COUNT PIC 9(3) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TESTCASE-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           PERFORM 100" DELIMITED BY SIZE
                   WS-TC-IDX DELIMITED BY SIZE
                   "-CASE-" DELIMITED BY SIZE
                   WS-TC-IDX DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "           DISPLAY 'CASES RUN:       '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-CASES-RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'CASES COMPLETED: '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-PASS-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TESTCASE-COUNT
               PERFORM 3310-EMIT-TEST-CASE
           END-PERFORM.

       3310-EMIT-TEST-CASE.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       100" DELIMITED BY SIZE
               WS-TC-IDX DELIMITED BY SIZE
               "-CASE-" DELIMITED BY SIZE
               WS-TC-IDX DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-CASES-RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-CASE-VAL-TAB
           IF WS-CASE-SPEC(WS-TC-IDX) NOT = SPACES
               UNSTRING WS-CASE-SPEC(WS-TC-IDX) DELIMITED BY ':'
                   INTO WS-CASE-VAL(1) WS-CASE-VAL(2)
                        WS-CASE-VAL(3) WS-CASE-VAL(4)
                        WS-CASE-VAL(5) WS-CASE-VAL(6)
                        WS-CASE-VAL(7) WS-CASE-VAL(8)
                        WS-CASE-VAL(9)
               END-UNSTRING
           END-IF
           PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
                   UNTIL WS-PARAM-IDX > WS-PARAM-COUNT
               PERFORM 3320-EMIT-CASE-VALUE
           END-PERFORM
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           DISPLAY 'CASE " DELIMITED BY SIZE
               WS-TC-IDX DELIMITED BY SIZE
               " INPUTS:'" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
                   UNTIL WS-PARAM-IDX > WS-PARAM-COUNT
               PERFORM 3330-EMIT-PARAM-DISPLAY
           END-PERFORM
           MOVE "       " TO WS-BUILD-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           CALL '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SUBPROG-NAME) DELIMITED BY SIZE
               "' USING" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
                   UNTIL WS-PARAM-IDX > WS-PARAM-COUNT
               MOVE SPACES TO WS-BUILD-LINE2
               STRING FUNCTION TRIM(WS-BUILD-LINE TRAILING)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PARAM-NAME(WS-PARAM-IDX))
                   DELIMITED BY SIZE
                   INTO WS-BUILD-LINE2
               MOVE WS-BUILD-LINE2 TO WS-BUILD-LINE
           END-PERFORM
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           DISPLAY 'CASE " DELIMITED BY SIZE
               WS-TC-IDX DELIMITED BY SIZE
               " OUTPUTS:'" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
                   UNTIL WS-PARAM-IDX > WS-PARAM-COUNT
               PERFORM 3330-EMIT-PARAM-DISPLAY
           END-PERFORM
           MOVE "           ADD 1 TO WS-PASS-COUNT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       3320-EMIT-CASE-VALUE.
           MOVE SPACES TO WS-BUILD-LINE
           IF WS-CASE-VAL(WS-PARAM-IDX) NOT = SPACES
               IF WS-PARAM-PIC(WS-PARAM-IDX)(1:1) = '9'
                   OR WS-PARAM-PIC(WS-PARAM-IDX)(1:1) = 'S'
                   STRING "           MOVE " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CASE-VAL(WS-PARAM-IDX))
                       DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PARAM-NAME(WS-PARAM-IDX))
                       DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               ELSE
                   STRING "           MOVE '" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CASE-VAL(WS-PARAM-IDX))
                       DELIMITED BY SIZE
                       "' TO " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PARAM-NAME(WS-PARAM-IDX))
                       DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               END-IF
           ELSE
               COMPUTE WS-TC-NUM = WS-TC-IDX * 100 + WS-PARAM-IDX
               IF WS-PARAM-PIC(WS-PARAM-IDX)(1:1) = '9'
                   OR WS-PARAM-PIC(WS-PARAM-IDX)(1:1) = 'S'
                   STRING "           MOVE " DELIMITED BY SIZE
                       WS-TC-NUM DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PARAM-NAME(WS-PARAM-IDX))
                       DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               ELSE
                   STRING "           MOVE 'TEST-" DELIMITED BY SIZE
                       WS-TC-NUM DELIMITED BY SIZE
                       "' TO " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PARAM-NAME(WS-PARAM-IDX))
                       DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
               END-IF
           END-IF
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       3330-EMIT-PARAM-DISPLAY.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           DISPLAY '  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PARAM-NAME(WS-PARAM-IDX))
               DELIMITED BY SIZE
               " = ' " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PARAM-NAME(WS-PARAM-IDX))
               DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       3400-CREATE-MAINT-SCREEN.
           MOVE 'MAINTPGM' TO WS-FILENAME-PREFIX
           DISPLAY 'Creating a VSAM maintenance screen program...'.
           MOVE 'N' TO WS-WANT-ALTKEYS.
           PERFORM 0180-PROMPT-INDEXED-KEY.
           PERFORM 0100-PROMPT-OUTPUT-FILENAME.
           PERFORM 0150-OPEN-SEQFILE-CHECKED.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 3405-CREATE-MAINT-SCREEN-WRITE
           END-IF
           CLOSE SEQFILE.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       3405-CREATE-MAINT-SCREEN-WRITE.
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROGRAM-ID. MAINTPGM." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       INPUT-OUTPUT SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE-CONTROL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-PROF-DIALECT = 'ZOS'
               MOVE "           SELECT INDEXED-FILE ASSIGN TO IDXFILE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               MOVE "           SELECT INDEXED-FILE ASSIGN TO"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               'indexfile.dat'" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           ORGANIZATION IS INDEXED" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ACCESS MODE IS DYNAMIC" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           RECORD KEY IS " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INDEXED-KEYFIELD) DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           FILE STATUS IS WS-STATUS-INDEXED."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  INDEXED-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  IDX-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INDEXED-KEYFIELD) DELIMITED BY SIZE
               "  PIC X(" DELIMITED BY SIZE
               WS-INDEXED-KEYLEN DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  IDX-DATA  PIC X("
               DELIMITED BY SIZE
               WS-INDEXED-DATALEN DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-INDEXED PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-ACTION PIC X VALUE SPACE."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  WS-KEY-IN PIC X(" DELIMITED BY SIZE
               WS-INDEXED-KEYLEN DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  WS-DATA-IN PIC X(" DELIMITED BY SIZE
               WS-INDEXED-DATALEN DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MESSAGE PIC X(60) VALUE SPACES."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       SCREEN SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  MAINT-SCREEN FOREGROUND-COLOR 3."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05 FILLER PIC X(25) VALUE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           'VSAM FILE MAINTENANCE'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           LINE 2 COL 25 BLANK SCREEN."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05 FILLER PIC X(50) VALUE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           'Action (I=inq A=add U=upd D=del"
               " X=exit):'"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           LINE 5 COL 10 FOREGROUND-COLOR 9."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05 LINE 5 COL 62 AUTO PIC X"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "              TO WS-ACTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05 FILLER PIC X(10) VALUE 'Key:'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           LINE 7 COL 10 FOREGROUND-COLOR 9."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05 LINE 7 COL 22 USING WS-KEY-IN."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05 FILLER PIC X(10) VALUE 'Data:'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           LINE 9 COL 10 FOREGROUND-COLOR 9."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05 LINE 10 COL 05 USING WS-DATA-IN."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05 FILLER PIC X(60) FROM WS-MESSAGE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           LINE 20 COL 10 FOREGROUND-COLOR 14."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN I-O INDEXED-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-INDEXED = '35'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN OUTPUT INDEXED-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE INDEXED-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN I-O INDEXED-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-INDEXED NOT = '00'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'UNABLE TO OPEN FILE, STATUS '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-STATUS-INDEXED" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM UNTIL WS-ACTION = 'X'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ACCEPT MAINT-SCREEN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE FUNCTION UPPER-CASE(WS-ACTION)"
               " TO WS-ACTION"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EVALUATE WS-ACTION" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'I'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 1000-INQUIRE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'A'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 2000-ADD-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'U'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 3000-UPDATE-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'D'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 4000-DELETE-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'X'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   CONTINUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN OTHER" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'INVALID ACTION'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       TO WS-MESSAGE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-EVALUATE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-PERFORM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE INDEXED-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 3410-EMIT-MAINT-ACTIONS.

       3410-EMIT-MAINT-ACTIONS.
           MOVE "       1000-INQUIRE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 3420-EMIT-KEY-MOVE
           MOVE "           READ INDEXED-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               INVALID KEY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 3430-EMIT-STATUS-MESSAGE
           MOVE "               NOT INVALID KEY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE IDX-DATA TO WS-DATA-IN"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'RECORD DISPLAYED'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       TO WS-MESSAGE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       2000-ADD-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 3420-EMIT-KEY-MOVE
           MOVE "           MOVE WS-DATA-IN TO IDX-DATA"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE IDX-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               INVALID KEY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 3430-EMIT-STATUS-MESSAGE
           MOVE "               NOT INVALID KEY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'RECORD ADDED'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       TO WS-MESSAGE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-WRITE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       3000-UPDATE-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 3420-EMIT-KEY-MOVE
           MOVE "           READ INDEXED-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               INVALID KEY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 3430-EMIT-STATUS-MESSAGE
           MOVE "               NOT INVALID KEY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE WS-DATA-IN TO IDX-DATA"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   REWRITE IDX-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'RECORD UPDATED'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       TO WS-MESSAGE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       4000-DELETE-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 3420-EMIT-KEY-MOVE
           MOVE "           DELETE INDEXED-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               INVALID KEY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 3430-EMIT-STATUS-MESSAGE
           MOVE "               NOT INVALID KEY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'RECORD DELETED'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       TO WS-MESSAGE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-DELETE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       3420-EMIT-KEY-MOVE.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE WS-KEY-IN TO " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INDEXED-KEYFIELD) DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       3430-EMIT-STATUS-MESSAGE.
           MOVE "                   MOVE SPACES TO WS-MESSAGE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   STRING 'FAILED, FILE STATUS '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       WS-STATUS-INDEXED"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                       DELIMITED BY SIZE"
               " INTO WS-MESSAGE"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       3500-CREATE-COMPARE-PROGRAM.
           MOVE 'CMPPGM' TO WS-FILENAME-PREFIX
           DISPLAY 'Creating a keyed file-compare program...'
           IF WS-PROGID-OVERRIDE NOT = 'Y'
               MOVE 'CMPPGM' TO WS-GEN-PROGID
           END-IF
           IF WS-BC-PROGID NOT = SPACES
               MOVE WS-BC-PROGID TO WS-GEN-PROGID
           END-IF
           PERFORM 0220-PROMPT-SORT-KEYS
           MOVE SPACES TO WS-CMP-FILEA
           MOVE SPACES TO WS-CMP-FILEB
           IF NOT WS-BATCH-MODE
               ACCEPT COMPARE-FILES-SCREEN
           END-IF
           IF WS-CMP-FILEA = SPACES
               MOVE WS-BC-INFILE TO WS-CMP-FILEA
           END-IF
           IF WS-CMP-FILEB = SPACES
               MOVE WS-BC-INFILE2 TO WS-CMP-FILEB
           END-IF
           IF WS-CMP-FILEA = SPACES
               MOVE 'inputfile.txt' TO WS-CMP-FILEA
           END-IF
           IF WS-CMP-FILEB = SPACES
               MOVE 'outputfile.txt' TO WS-CMP-FILEB
           END-IF
           MOVE 0 TO WS-CMP-KEYLEN
           PERFORM VARYING WS-SORTKEY-IDX FROM 1 BY 1
                   UNTIL WS-SORTKEY-IDX > WS-SORTKEY-COUNT
               ADD WS-SORTKEY-LEN(WS-SORTKEY-IDX) TO WS-CMP-KEYLEN
           END-PERFORM
           IF WS-CMP-KEYLEN = 0 OR WS-CMP-KEYLEN > 80
               MOVE 80 TO WS-CMP-KEYLEN
           END-IF
           PERFORM 0100-PROMPT-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 3505-CREATE-COMPARE-WRITE
           END-IF
           CLOSE SEQFILE
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       3505-CREATE-COMPARE-WRITE.
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING "       PROGRAM-ID. " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-PROGID) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       INPUT-OUTPUT SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE-CONTROL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'FILEA' TO WS-SEL-FDNAME
           MOVE 'FILEA' TO WS-SEL-DDNAME
           MOVE WS-CMP-FILEA TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-FILEA' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'FILEB' TO WS-SEL-FDNAME
           MOVE 'FILEB' TO WS-SEL-DDNAME
           MOVE WS-CMP-FILEB TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-FILEB' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'COMPARE-REPORT' TO WS-SEL-FDNAME
           MOVE 'COMPRPT' TO WS-SEL-DDNAME
           MOVE 'comprpt.txt' TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-REPORT' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  FILEA." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  FILEA-RECORD PIC X(80)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  FILEB." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  FILEB-RECORD PIC X(80)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  COMPARE-REPORT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  COMPARE-LINE PIC X(100)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-FILEA PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-FILEB PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-REPORT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  WS-KEY-A PIC X(" DELIMITED BY SIZE
               WS-CMP-KEYLEN DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  WS-KEY-B PIC X(" DELIMITED BY SIZE
               WS-CMP-KEYLEN DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-ONLY-A-COUNT PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-ONLY-B-COUNT PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DIFF-COUNT PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MATCH-COUNT PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN INPUT FILEA" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-FILEA NOT = '00'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'Error opening file A, status '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-STATUS-FILEA" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN INPUT FILEB" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-FILEB NOT = '00'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'Error opening file B, status '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-STATUS-FILEB" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN OUTPUT COMPARE-REPORT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'FILE COMPARE REPORT' TO COMPARE-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE COMPARE-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 8000-READ-FILEA" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 8100-READ-FILEB" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1000-COMPARE-RECORDS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               UNTIL WS-KEY-A = HIGH-VALUES"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               AND WS-KEY-B = HIGH-VALUES"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 5000-WRITE-TOTALS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE FILEA" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE FILEB" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE COMPARE-REPORT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-ONLY-A-COUNT > 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   OR WS-ONLY-B-COUNT > 0"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   OR WS-DIFF-COUNT > 0"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 4 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1000-COMPARE-RECORDS." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EVALUATE TRUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN WS-KEY-A < WS-KEY-B"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ADD 1 TO WS-ONLY-A-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE SPACES TO COMPARE-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   STRING 'A ONLY   '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       FILEA-RECORD(1:70)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                       DELIMITED BY SIZE"
               " INTO COMPARE-LINE"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   WRITE COMPARE-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 8000-READ-FILEA"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN WS-KEY-B < WS-KEY-A"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ADD 1 TO WS-ONLY-B-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE SPACES TO COMPARE-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   STRING 'B ONLY   '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       FILEB-RECORD(1:70)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                       DELIMITED BY SIZE"
               " INTO COMPARE-LINE"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   WRITE COMPARE-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 8100-READ-FILEB"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN FILEA-RECORD = FILEB-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ADD 1 TO WS-MATCH-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 8000-READ-FILEA"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 8100-READ-FILEB"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN OTHER" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ADD 1 TO WS-DIFF-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE SPACES TO COMPARE-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   STRING 'DIFF A   '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       FILEA-RECORD(1:70)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                       DELIMITED BY SIZE"
               " INTO COMPARE-LINE"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   WRITE COMPARE-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE SPACES TO COMPARE-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   STRING 'DIFF B   '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       FILEB-RECORD(1:70)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                       DELIMITED BY SIZE"
               " INTO COMPARE-LINE"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   WRITE COMPARE-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 8000-READ-FILEA"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 8100-READ-FILEB"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-EVALUATE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       5000-WRITE-TOTALS." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO COMPARE-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STRING 'ONLY IN FILE A:  '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-ONLY-A-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               DELIMITED BY SIZE"
               " INTO COMPARE-LINE"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE COMPARE-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO COMPARE-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STRING 'ONLY IN FILE B:  '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-ONLY-B-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               DELIMITED BY SIZE"
               " INTO COMPARE-LINE"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE COMPARE-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO COMPARE-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STRING 'KEY MATCH, DIFF: '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-DIFF-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               DELIMITED BY SIZE"
               " INTO COMPARE-LINE"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE COMPARE-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO COMPARE-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STRING 'MATCHED EQUAL:   '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-MATCH-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               DELIMITED BY SIZE"
               " INTO COMPARE-LINE"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE COMPARE-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'ONLY IN FILE A:  '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-ONLY-A-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'ONLY IN FILE B:  '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-ONLY-B-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'KEY MATCH, DIFF: '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-DIFF-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'MATCHED EQUAL:   '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-MATCH-COUNT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       8000-READ-FILEA." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           READ FILEA" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE HIGH-VALUES TO WS-KEY-A"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               NOT AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 8500-BUILD-KEY-A"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       8100-READ-FILEB." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           READ FILEB" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE HIGH-VALUES TO WS-KEY-B"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               NOT AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 8600-BUILD-KEY-B"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       8500-BUILD-KEY-A." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'A' TO WS-SK-TOK3
           PERFORM 3510-EMIT-KEY-BUILD
           MOVE "       8600-BUILD-KEY-B." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'B' TO WS-SK-TOK3
           PERFORM 3510-EMIT-KEY-BUILD.

       3510-EMIT-KEY-BUILD.
           IF WS-SORTKEY-COUNT = 0
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE FILE" DELIMITED BY SIZE
                   WS-SK-TOK3 DELIMITED BY SIZE
                   "-RECORD TO WS-KEY-" DELIMITED BY SIZE
                   WS-SK-TOK3 DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               MOVE 1 TO WS-CMP-KEYOFF
               PERFORM VARYING WS-SORTKEY-IDX FROM 1 BY 1
                       UNTIL WS-SORTKEY-IDX > WS-SORTKEY-COUNT
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "           MOVE FILE" DELIMITED BY SIZE
                       WS-SK-TOK3 DELIMITED BY SIZE
                       "-RECORD(" DELIMITED BY SIZE
                       WS-SORTKEY-POS(WS-SORTKEY-IDX)
                       DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       WS-SORTKEY-LEN(WS-SORTKEY-IDX)
                       DELIMITED BY SIZE
                       ") TO WS-KEY-" DELIMITED BY SIZE
                       WS-SK-TOK3 DELIMITED BY SIZE
                       "(" DELIMITED BY SIZE
                       WS-CMP-KEYOFF DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       WS-SORTKEY-LEN(WS-SORTKEY-IDX)
                       DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
                   IF WS-SORTKEY-IDX = WS-SORTKEY-COUNT
                       MOVE WS-BUILD-LINE TO WS-BUILD-LINE2
                       MOVE SPACES TO WS-BUILD-LINE
                       STRING FUNCTION TRIM(WS-BUILD-LINE2 TRAILING)
                           "." DELIMITED BY SIZE
                           INTO WS-BUILD-LINE
                   END-IF
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   ADD WS-SORTKEY-LEN(WS-SORTKEY-IDX)
                       TO WS-CMP-KEYOFF
               END-PERFORM
           END-IF.

       3600-CREATE-EXTRACT-RELOAD.
           DISPLAY 'Creating a DB2 extract/reload program pair...'
           PERFORM 0320-PROMPT-SQL-CONNECT
           PERFORM 0300-PROMPT-SQL-TABLE-COLUMNS
           PERFORM 0330-PROMPT-SQL-ROWCOUNT
           PERFORM 0210-PROMPT-USE-LAYOUT
           PERFORM 3602-CHECK-LAYOUT-COLUMNS
           MOVE 'E' TO WS-SLC-HOST
           PERFORM 0262-PROMPT-SELECTION-CARD
           MOVE 'extract.dat' TO WS-EXT-DATAFILE
           IF WS-BC-OUTDATA NOT = SPACES
               MOVE WS-BC-OUTDATA TO WS-EXT-DATAFILE
           END-IF
           MOVE 'EXTRACT' TO WS-FILENAME-PREFIX
           PERFORM 0100-PROMPT-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 3605-CREATE-EXTRACT-WRITE
           END-IF
           CLOSE SEQFILE
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF
           MOVE 'RELOAD' TO WS-FILENAME-PREFIX
           MOVE SPACES TO WS-BC-OUTNAME
           PERFORM 0100-PROMPT-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 3615-CREATE-RELOAD-WRITE
           END-IF
           CLOSE SEQFILE
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       3602-CHECK-LAYOUT-COLUMNS.
           IF WS-USE-LAYOUT = 'Y'
               MOVE 0 TO WS-EXT-FLDSEEN
               PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                       UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
                   IF WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX)
                           NOT = SPACES
                           AND WS-COPY-FIELD-REDEF(WS-COPY-FIELD-IDX)
                               = SPACES
                       ADD 1 TO WS-EXT-FLDSEEN
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-EXT-FLDSEEN = 0
                       DISPLAY 'Layout has no usable fields;'
                           ' record will be built from the columns.'
                       MOVE 'N' TO WS-USE-LAYOUT
                   WHEN WS-EXT-FLDSEEN < WS-SQL-COLCOUNT
                       DISPLAY 'Layout has only ' WS-EXT-FLDSEEN
                           ' usable fields for ' WS-SQL-COLCOUNT
                           ' columns; extra columns dropped.'
                       MOVE WS-EXT-FLDSEEN TO WS-SQL-COLCOUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3610-EMIT-EXTRACT-RECORD.
           IF WS-USE-LAYOUT = 'Y'
               PERFORM 1550-EMIT-FIELD-LINES
           ELSE
               PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                       UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
                   MOVE SPACES TO WS-BUILD-LINE
                   EVALUATE WS-SQL-COLTYPE(WS-SQL-COL-IDX)
                       WHEN 'D'
                           STRING "           05  DK-FLD-"
                               DELIMITED BY SIZE
                               WS-SQL-COL-IDX DELIMITED BY SIZE
                               " PIC S9(7)V99." DELIMITED BY SIZE
                               INTO WS-BUILD-LINE
                       WHEN 'I'
                           STRING "           05  DK-FLD-"
                               DELIMITED BY SIZE
                               WS-SQL-COL-IDX DELIMITED BY SIZE
                               " PIC S9(9)." DELIMITED BY SIZE
                               INTO WS-BUILD-LINE
                       WHEN 'T'
                           STRING "           05  DK-FLD-"
                               DELIMITED BY SIZE
                               WS-SQL-COL-IDX DELIMITED BY SIZE
                               " PIC X(10)." DELIMITED BY SIZE
                               INTO WS-BUILD-LINE
                       WHEN OTHER
                           STRING "           05  DK-FLD-"
                               DELIMITED BY SIZE
                               WS-SQL-COL-IDX DELIMITED BY SIZE
                               " PIC X(20)." DELIMITED BY SIZE
                               INTO WS-BUILD-LINE
                   END-EVALUATE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               END-PERFORM
           END-IF.

       3612-SET-EXTRACT-FIELD-NAME.
           MOVE SPACES TO WS-EXT-FLDNAME
           IF WS-USE-LAYOUT = 'Y'
               MOVE 0 TO WS-EXT-FLDSEEN
               MOVE 0 TO WS-EXT-FLDPICK
               PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                       UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
                       OR WS-EXT-FLDPICK > 0
                   IF WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX)
                           NOT = SPACES
                           AND WS-COPY-FIELD-REDEF(WS-COPY-FIELD-IDX)
                               = SPACES
                       ADD 1 TO WS-EXT-FLDSEEN
                       IF WS-EXT-FLDSEEN = WS-SQL-COL-IDX
                           MOVE WS-COPY-FIELD-IDX TO WS-EXT-FLDPICK
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-EXT-FLDPICK > 0
                   MOVE WS-EXT-FLDPICK TO WS-COPY-FIELD-IDX
                   PERFORM 2934-SET-FIELD-REF-ONE
                   MOVE WS-CSV-NAMEWK TO WS-EXT-FLDNAME
               END-IF
           END-IF
           IF WS-EXT-FLDNAME = SPACES
               STRING 'DK-FLD-' WS-SQL-COL-IDX
                   DELIMITED BY SIZE INTO WS-EXT-FLDNAME
           END-IF.

       3617-EMIT-SQL-DECLARES.
           MOVE "        EXEC SQL BEGIN DECLARE SECTION END-EXEC."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING "       01  DBNAME PIC X(20) VALUE '"
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-SQL-DBNAME) DELIMITED BY SIZE
               "'." DELIMITED BY SIZE
               INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING "       01  USERNAME  PIC X(20) VALUE '"
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-SQL-USERNAME) DELIMITED BY SIZE
               "'." DELIMITED BY SIZE
               INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  PASSWD PIC X(10) VALUE SPACE."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       3618-EMIT-SQL-TAIL-PARAS.
           MOVE "       8800-CONNECT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EXEC SQL" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               CONNECT :USERNAME IDENTIFIED"
               " BY :PASSWD"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   USING :DBNAME" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-EXEC" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF SQLCODE NOT = 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               DISPLAY 'Database connection failed'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 9900-SQL-ERROR"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       9900-SQL-ERROR." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SQLCODE TO WS-SQLCODE-ED"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'SQL ERROR, SQLCODE = '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-SQLCODE-ED" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EXEC SQL ROLLBACK END-EXEC"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 12 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       3605-CREATE-EXTRACT-WRITE.
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROGRAM-ID. EXTRACT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       INPUT-OUTPUT SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE-CONTROL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'OUTPUT-FILE' TO WS-SEL-FDNAME
           MOVE 'EXTRACT' TO WS-SEL-DDNAME
           MOVE WS-EXT-DATAFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-OUTPUT' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           IF WS-GEN-SELCARD = 'Y'
               PERFORM 5210-EMIT-SELCARD-SELECT
           END-IF
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  OUTPUT-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  EXTRACT-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 3610-EMIT-EXTRACT-RECORD
           IF WS-GEN-SELCARD = 'Y'
               PERFORM 5215-EMIT-SELCARD-FD
           END-IF
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-OUTPUT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-ROWS-WRITTEN PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SQLCODE-ED PIC -(9)9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-GEN-SELCARD = 'Y'
               PERFORM 5220-EMIT-SELCARD-WS
           END-IF
           PERFORM 3617-EMIT-SQL-DECLARES
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
               PERFORM 2400-SET-COLUMN-PIC
               MOVE SPACES TO OUTPUT-LINE
               STRING "       01  DK-FETCH-COL" DELIMITED BY SIZE
                   WS-SQL-COL-IDX DELIMITED BY SIZE
                   " PIC " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SQL-COLPIC) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO OUTPUT-LINE
               STRING "       01  DK-NULL" DELIMITED BY SIZE
                   WS-SQL-COL-IDX DELIMITED BY SIZE
                   " PIC S9(4) COMP." DELIMITED BY SIZE
                   INTO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "        EXEC SQL END DECLARE SECTION END-EXEC."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "        EXEC SQL INCLUDE SQLCA END-EXEC."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-GEN-SELCARD = 'Y'
               MOVE "           PERFORM 7600-LOAD-SELECTION"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           PERFORM 8800-CONNECT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN OUTPUT OUTPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-OUTPUT NOT = '00'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'Error opening extract file.'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EXEC SQL" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               DECLARE EXTR-CURSOR CURSOR FOR"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               SELECT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
               MOVE SPACES TO OUTPUT-LINE
               IF WS-SQL-COL-IDX < WS-SQL-COLCOUNT
                   STRING "                   " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SQL-COLN(WS-SQL-COL-IDX))
                       DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       INTO OUTPUT-LINE
               ELSE
                   STRING "                   " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SQL-COLN(WS-SQL-COL-IDX))
                       DELIMITED BY SIZE
                       INTO OUTPUT-LINE
               END-IF
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE SPACES TO OUTPUT-LINE
           STRING "               FROM " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SQL-TABLE) DELIMITED BY SIZE
               INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-EXEC" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EXEC SQL OPEN EXTR-CURSOR END-EXEC"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF SQLCODE NOT = 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 9900-SQL-ERROR"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1000-FETCH-ROW"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               UNTIL SQLCODE NOT = 0"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF SQLCODE NOT = 100" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 9900-SQL-ERROR"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EXEC SQL CLOSE EXTR-CURSOR END-EXEC"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE OUTPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'ROWS EXTRACTED: '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-ROWS-WRITTEN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-GEN-SELCARD = 'Y'
               MOVE "           PERFORM 7790-SHOW-SELECTION-COUNTS"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1000-FETCH-ROW." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EXEC SQL" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           FETCH EXTR-CURSOR INTO" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
               MOVE SPACES TO OUTPUT-LINE
               IF WS-SQL-COL-IDX < WS-SQL-COLCOUNT
                   STRING "               :DK-FETCH-COL"
                       DELIMITED BY SIZE
                       WS-SQL-COL-IDX DELIMITED BY SIZE
                       " :DK-NULL" DELIMITED BY SIZE
                       WS-SQL-COL-IDX DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       INTO OUTPUT-LINE
               ELSE
                   STRING "               :DK-FETCH-COL"
                       DELIMITED BY SIZE
                       WS-SQL-COL-IDX DELIMITED BY SIZE
                       " :DK-NULL" DELIMITED BY SIZE
                       WS-SQL-COL-IDX DELIMITED BY SIZE
                       INTO OUTPUT-LINE
               END-IF
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "           END-EXEC" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF SQLCODE = 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO EXTRACT-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
               PERFORM 3612-SET-EXTRACT-FIELD-NAME
               MOVE SPACES TO OUTPUT-LINE
               STRING "           IF DK-NULL" DELIMITED BY SIZE
                   WS-SQL-COL-IDX DELIMITED BY SIZE
                   " < 0" DELIMITED BY SIZE
                   INTO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO OUTPUT-LINE
               STRING "               INITIALIZE "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EXT-FLDNAME)
                   DELIMITED BY SIZE
                   INTO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           ELSE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO OUTPUT-LINE
               STRING "               MOVE DK-FETCH-COL"
                   DELIMITED BY SIZE
                   WS-SQL-COL-IDX DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EXT-FLDNAME)
                   DELIMITED BY SIZE
                   INTO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           END-IF" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           IF WS-GEN-SELCARD = 'Y'
               MOVE "           PERFORM 7700-APPLY-SELECTION"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           IF WS-SC-HIT = 'Y'" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               WRITE EXTRACT-RECORD"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               ADD 1 TO WS-ROWS-WRITTEN"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           END-IF" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               MOVE "           WRITE EXTRACT-RECORD" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           ADD 1 TO WS-ROWS-WRITTEN"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-GEN-SELCARD = 'Y'
               PERFORM 5225-EMIT-SELCARD-PARAS
           END-IF
           PERFORM 3618-EMIT-SQL-TAIL-PARAS.

       3615-CREATE-RELOAD-WRITE.
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROGRAM-ID. RELOAD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       INPUT-OUTPUT SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE-CONTROL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'INPUT-FILE' TO WS-SEL-FDNAME
           MOVE 'EXTRACT' TO WS-SEL-DDNAME
           MOVE WS-EXT-DATAFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-INPUT' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  INPUT-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  EXTRACT-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 3610-EMIT-EXTRACT-RECORD
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-INPUT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  EndOfFile VALUE '10'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  NoErrors  VALUE '00'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-ROWS-READ PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-ROWS-LOADED PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-COMMIT-COUNT PIC 9(5) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SQLCODE-ED PIC -(9)9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 3617-EMIT-SQL-DECLARES
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
               PERFORM 2400-SET-COLUMN-PIC
               MOVE SPACES TO OUTPUT-LINE
               STRING "       01  DK-INS-COL" DELIMITED BY SIZE
                   WS-SQL-COL-IDX DELIMITED BY SIZE
                   " PIC " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SQL-COLPIC) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "        EXEC SQL END DECLARE SECTION END-EXEC."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "        EXEC SQL INCLUDE SQLCA END-EXEC."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 8800-CONNECT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN INPUT INPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF NOT NoErrors" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'Error opening extract file.'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM UNTIL EndOfFile" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           READ INPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           SET EndOfFile TO TRUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           NOT AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-ROWS-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1000-INSERT-ROW" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-PERFORM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EXEC SQL COMMIT END-EXEC" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE INPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'ROWS READ:   ' WS-ROWS-READ"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'ROWS LOADED: ' WS-ROWS-LOADED"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1000-INSERT-ROW." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
               PERFORM 3612-SET-EXTRACT-FIELD-NAME
               MOVE SPACES TO OUTPUT-LINE
               STRING "           MOVE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EXT-FLDNAME) DELIMITED BY SIZE
                   " TO DK-INS-COL" DELIMITED BY SIZE
                   WS-SQL-COL-IDX DELIMITED BY SIZE
                   INTO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "           EXEC SQL" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING "               INSERT INTO " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SQL-TABLE) DELIMITED BY SIZE
               INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
               MOVE SPACES TO OUTPUT-LINE
               EVALUATE TRUE
                   WHEN WS-SQL-COLCOUNT = 1
                       STRING "                   ("
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SQL-COLN(WS-SQL-COL-IDX))
                           DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO OUTPUT-LINE
                   WHEN WS-SQL-COL-IDX = 1
                       STRING "                   ("
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SQL-COLN(WS-SQL-COL-IDX))
                           DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           INTO OUTPUT-LINE
                   WHEN WS-SQL-COL-IDX = WS-SQL-COLCOUNT
                       STRING "                    "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SQL-COLN(WS-SQL-COL-IDX))
                           DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO OUTPUT-LINE
                   WHEN OTHER
                       STRING "                    "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SQL-COLN(WS-SQL-COL-IDX))
                           DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           INTO OUTPUT-LINE
               END-EVALUATE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "               VALUES" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SQL-COL-IDX FROM 1 BY 1
                   UNTIL WS-SQL-COL-IDX > WS-SQL-COLCOUNT
               MOVE SPACES TO OUTPUT-LINE
               EVALUATE TRUE
                   WHEN WS-SQL-COLCOUNT = 1
                       STRING "                   (:DK-INS-COL01)"
                           DELIMITED BY SIZE
                           INTO OUTPUT-LINE
                   WHEN WS-SQL-COL-IDX = 1
                       STRING "                   (:DK-INS-COL01,"
                           DELIMITED BY SIZE
                           INTO OUTPUT-LINE
                   WHEN WS-SQL-COL-IDX = WS-SQL-COLCOUNT
                       STRING "                    :DK-INS-COL"
                           DELIMITED BY SIZE
                           WS-SQL-COL-IDX DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO OUTPUT-LINE
                   WHEN OTHER
                       STRING "                    :DK-INS-COL"
                           DELIMITED BY SIZE
                           WS-SQL-COL-IDX DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           INTO OUTPUT-LINE
               END-EVALUATE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "           END-EXEC" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF SQLCODE NOT = 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 9900-SQL-ERROR"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-ROWS-LOADED" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-COMMIT-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           IF WS-COMMIT-COUNT >= "
               DELIMITED BY SIZE
               WS-SQL-ROWCOUNT DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EXEC SQL COMMIT END-EXEC" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 0 TO WS-COMMIT-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 3618-EMIT-SQL-TAIL-PARAS.

       3700-CREATE-ARCHIVE-PURGE.
           MOVE 'ARCHPGM' TO WS-FILENAME-PREFIX
           DISPLAY 'Creating a VSAM archive/purge program...'
           MOVE 'N' TO WS-WANT-ALTKEYS
           PERFORM 0180-PROMPT-INDEXED-KEY
           MOVE SPACES TO WS-ARC-KEYFROM
           MOVE SPACES TO WS-ARC-KEYTO
           IF NOT WS-BATCH-MODE
               ACCEPT ARCHIVE-RANGE-SCREEN
           END-IF
           IF WS-ARC-KEYFROM = SPACES
               MOVE WS-BC-KEYFROM TO WS-ARC-KEYFROM
           END-IF
           IF WS-ARC-KEYTO = SPACES
               MOVE WS-BC-KEYTO TO WS-ARC-KEYTO
           END-IF
           PERFORM 0100-PROMPT-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 3705-CREATE-ARCHIVE-WRITE
           END-IF
           CLOSE SEQFILE
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       3705-CREATE-ARCHIVE-WRITE.
           PERFORM 5700-SET-RUNSTATS-HOOK
           MOVE 'ARCHPGM' TO WS-RST-PROGRAM
           MOVE 'WS-RANGE-READ' TO WS-RST-READ-SRC
           MOVE 'WS-ARCHIVED-COUNT' TO WS-RST-WRITE-SRC
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROGRAM-ID. ARCHPGM." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       INPUT-OUTPUT SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE-CONTROL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-PROF-DIALECT = 'ZOS'
               MOVE "           SELECT INDEXED-FILE ASSIGN TO IDXFILE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               MOVE "           SELECT INDEXED-FILE ASSIGN TO"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               'indexfile.dat'" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           ORGANIZATION IS INDEXED" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ACCESS MODE IS DYNAMIC" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           RECORD KEY IS " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INDEXED-KEYFIELD) DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           FILE STATUS IS WS-STATUS-INDEXED."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'ARCHIVE-OUT' TO WS-SEL-FDNAME
           MOVE 'ARCHOUT' TO WS-SEL-DDNAME
           MOVE 'archive.dat' TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-ARCHIVE' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'PURGE-REPORT' TO WS-SEL-FDNAME
           MOVE 'ARCHRPT' TO WS-SEL-DDNAME
           MOVE 'archrpt.txt' TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-REPORT' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           IF WS-PROF-RUNDATE NOT = SPACES
               PERFORM 1591-EMIT-RUNDATE-SELECT
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5705-EMIT-RUNSTATS-SELECT
           END-IF
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  INDEXED-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  IDX-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INDEXED-KEYFIELD) DELIMITED BY SIZE
               "  PIC X(" DELIMITED BY SIZE
               WS-INDEXED-KEYLEN DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  IDX-DATA  PIC X("
               DELIMITED BY SIZE
               WS-INDEXED-DATALEN DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  ARCHIVE-OUT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  ARCHIVE-RECORD PIC X(80)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  PURGE-REPORT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  REPORT-LINE PIC X(80)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-PROF-RUNDATE NOT = SPACES
               PERFORM 1592-EMIT-RUNDATE-FD
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5710-EMIT-RUNSTATS-FD
           END-IF
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-INDEXED PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-ARCHIVE PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-REPORT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  WS-KEY-FROM PIC X(" DELIMITED BY SIZE
               WS-INDEXED-KEYLEN DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  WS-KEY-TO PIC X(" DELIMITED BY SIZE
               WS-INDEXED-KEYLEN DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-TOTAL-RECORDS PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RANGE-READ PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-ARCHIVED-COUNT PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DELETED-COUNT PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RETAINED-COUNT PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-BROWSE-DONE PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-PROF-RUNDATE NOT = SPACES
               PERFORM 1593-EMIT-RUNDATE-WS
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5715-EMIT-RUNSTATS-WS
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5720-EMIT-RUNSTATS-LINKAGE
           END-IF
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5725-EMIT-RUNSTATS-START
           END-IF
           IF WS-PROF-RUNDATE NOT = SPACES
               MOVE "           PERFORM 7900-GET-RUN-DATE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           OPEN I-O INDEXED-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-INDEXED NOT = '00'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'UNABLE TO OPEN FILE, STATUS '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-STATUS-INDEXED" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 5730-EMIT-RUNSTATS-CALL
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN OUTPUT ARCHIVE-OUT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN OUTPUT PURGE-REPORT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-ARC-KEYFROM = SPACES
               MOVE "           MOVE LOW-VALUES TO WS-KEY-FROM"
                   TO OUTPUT-LINE
           ELSE
               MOVE SPACES TO OUTPUT-LINE
               STRING "           MOVE '" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ARC-KEYFROM) DELIMITED BY SIZE
                   "' TO WS-KEY-FROM" DELIMITED BY SIZE
                   INTO OUTPUT-LINE
           END-IF
           WRITE OUTPUT-LINE
           MOVE "           MOVE HIGH-VALUES TO WS-KEY-TO"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-ARC-KEYTO NOT = SPACES
               MOVE 0 TO WS-VAL-PTR
               PERFORM VARYING WS-CAP-IDX FROM 30 BY -1
                       UNTIL WS-CAP-IDX < 1 OR WS-VAL-PTR > 0
                   IF WS-ARC-KEYTO(WS-CAP-IDX:1) NOT = SPACE
                       MOVE WS-CAP-IDX TO WS-VAL-PTR
                   END-IF
               END-PERFORM
               MOVE SPACES TO OUTPUT-LINE
               STRING "           MOVE '" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ARC-KEYTO) DELIMITED BY SIZE
                   "' TO WS-KEY-TO(1:" DELIMITED BY SIZE
                   WS-VAL-PTR DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           PERFORM 5000-COUNT-TOTAL" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE WS-KEY-FROM TO " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INDEXED-KEYFIELD) DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           START INDEXED-FILE KEY NOT < "
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-INDEXED-KEYFIELD) DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               INVALID KEY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'Y' TO WS-BROWSE-DONE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               NOT INVALID KEY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'N' TO WS-BROWSE-DONE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-START" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1000-PURGE-NEXT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               UNTIL WS-BROWSE-DONE = 'Y'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           COMPUTE WS-RETAINED-COUNT ="
               " WS-TOTAL-RECORDS"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               - WS-DELETED-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 3710-EMIT-ARCHIVE-REPORT
           MOVE "           CLOSE INDEXED-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE ARCHIVE-OUT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE PURGE-REPORT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 5730-EMIT-RUNSTATS-CALL
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1000-PURGE-NEXT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           READ INDEXED-FILE NEXT RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'Y' TO WS-BROWSE-DONE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               NOT AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   IF " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INDEXED-KEYFIELD) DELIMITED BY SIZE
               " > WS-KEY-TO" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'Y' TO WS-BROWSE-DONE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ADD 1 TO WS-RANGE-READ"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   WRITE ARCHIVE-RECORD"
               " FROM IDX-RECORD"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ADD 1 TO WS-ARCHIVED-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   DELETE INDEXED-FILE RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ADD 1 TO WS-DELETED-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       5000-COUNT-TOTAL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE LOW-VALUES TO " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INDEXED-KEYFIELD) DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           START INDEXED-FILE KEY NOT < "
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-INDEXED-KEYFIELD) DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               INVALID KEY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'Y' TO WS-BROWSE-DONE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               NOT INVALID KEY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'N' TO WS-BROWSE-DONE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-START" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 5100-COUNT-NEXT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               UNTIL WS-BROWSE-DONE = 'Y'."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       5100-COUNT-NEXT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           READ INDEXED-FILE NEXT RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'Y' TO WS-BROWSE-DONE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               NOT AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ADD 1 TO WS-TOTAL-RECORDS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-PROF-RUNDATE NOT = SPACES
               PERFORM 1594-EMIT-RUNDATE-PARA
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5735-EMIT-RUNSTATS-PARA
           END-IF
           MOVE 'N' TO WS-GEN-RUNSTATS.

       3710-EMIT-ARCHIVE-REPORT.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE 'VSAM ARCHIVE/PURGE CONTROL"
               " REPORT' TO REPORT-LINE"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-PROF-RUNDATE NOT = SPACES
               MOVE "           MOVE SPACES TO REPORT-LINE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           STRING 'BUSINESS DATE ' WS-RUN-DATE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "               ' PRIOR ' WS-PRIOR-DATE"
                   " ' MONTH-END ' WS-MONTH-END-FLAG"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               DELIMITED BY SIZE INTO REPORT-LINE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           WRITE REPORT-LINE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           PERFORM 3715-EMIT-REPORT-COUNT-A
           MOVE "           DISPLAY 'RECORDS IN FILE: '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-TOTAL-RECORDS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'RECORDS READ:    '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-RANGE-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'ARCHIVED:        '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-ARCHIVED-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'DELETED:         '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-DELETED-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'RETAINED:        '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-RETAINED-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       3715-EMIT-REPORT-COUNT-A.
           MOVE "           MOVE SPACES TO REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STRING 'READ ' WS-RANGE-READ"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ' ARCHIVED ' WS-ARCHIVED-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ' DELETED ' WS-DELETED-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ' RETAINED ' WS-RETAINED-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               DELIMITED BY SIZE INTO REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       3800-CREATE-SUMMARY-PROGRAM.
           MOVE 'SUMMPGM' TO WS-FILENAME-PREFIX
           DISPLAY 'Creating a group-by-key summarization program...'
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           IF WS-PROGID-OVERRIDE NOT = 'Y'
               MOVE 'SUMMPGM' TO WS-GEN-PROGID
           END-IF
           IF WS-BC-OUTDATA = SPACES AND NOT WS-PROJECT-MODE
               MOVE 'summary.txt' TO WS-GEN-OUTFILE
           END-IF
           PERFORM 0210-PROMPT-USE-LAYOUT
           PERFORM 0250-PROMPT-REPORT-SPEC
           MOVE 'S' TO WS-SLC-HOST
           PERFORM 0262-PROMPT-SELECTION-CARD
           PERFORM 0100-PROMPT-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 3805-CREATE-SUMMARY-WRITE
           END-IF
           CLOSE SEQFILE
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       3805-CREATE-SUMMARY-WRITE.
           PERFORM 5700-SET-RUNSTATS-HOOK
           MOVE 'WS-RECORDS-READ' TO WS-RST-READ-SRC
           MOVE 'WS-GROUPS-OUT' TO WS-RST-WRITE-SRC
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING "       PROGRAM-ID. " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-PROGID) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       INPUT-OUTPUT SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE-CONTROL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'INPUT-FILE' TO WS-SEL-FDNAME
           MOVE 'INFILE' TO WS-SEL-DDNAME
           MOVE WS-GEN-INFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-INPUT' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'SUMMARY-FILE' TO WS-SEL-FDNAME
           MOVE 'SUMMOUT' TO WS-SEL-DDNAME
           MOVE WS-GEN-OUTFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-SUMMARY' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           IF WS-GEN-SELCARD = 'Y'
               PERFORM 5210-EMIT-SELCARD-SELECT
           END-IF
           IF WS-PROF-RUNDATE NOT = SPACES
               PERFORM 1591-EMIT-RUNDATE-SELECT
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5705-EMIT-RUNSTATS-SELECT
           END-IF
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  INPUT-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  INPUT-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 1550-EMIT-FIELD-LINES
           MOVE "       FD  SUMMARY-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  SUMMARY-RECORD PIC X(132)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-GEN-SELCARD = 'Y'
               PERFORM 5215-EMIT-SELCARD-FD
           END-IF
           IF WS-PROF-RUNDATE NOT = SPACES
               PERFORM 1592-EMIT-RUNDATE-FD
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5710-EMIT-RUNSTATS-FD
           END-IF
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-INPUT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  EndOfFile VALUE '10'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  NoErrors  VALUE '00'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-SUMMARY PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORDS-READ PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-GROUPS-OUT PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-GRP-COUNT PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-OUT-COUNT PIC 9(7)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-GEN-SELCARD = 'Y'
               PERFORM 5220-EMIT-SELCARD-WS
           END-IF
           IF WS-PROF-RUNDATE NOT = SPACES
               PERFORM 1593-EMIT-RUNDATE-WS
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5715-EMIT-RUNSTATS-WS
           END-IF
           PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                   UNTIL WS-LVL-IDX > WS-BREAK-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "       01  WS-HOLD-BRK-" DELIMITED BY SIZE
                   WS-LVL-IDX DELIMITED BY SIZE
                   " PIC X(20)." DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "       01  WS-SUM-" DELIMITED BY SIZE
                   WS-TOT-IDX DELIMITED BY SIZE
                   " PIC S9(11)V99 VALUE 0." DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "       01  WS-OUT-SUM-" DELIMITED BY SIZE
                   WS-TOT-IDX DELIMITED BY SIZE
                   " PIC +9(11).99." DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5720-EMIT-RUNSTATS-LINKAGE
           END-IF
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5725-EMIT-RUNSTATS-START
           END-IF
           IF WS-PROF-RUNDATE NOT = SPACES
               MOVE "           PERFORM 7900-GET-RUN-DATE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           IF WS-GEN-SELCARD = 'Y'
               MOVE "           PERFORM 7600-LOAD-SELECTION"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           OPEN INPUT INPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF NOT NoErrors" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0001E' TO WS-MSG-KEY
           MOVE 'Error opening input file. Status:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-INPUT' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 5730-EMIT-RUNSTATS-CALL
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN OUTPUT SUMMARY-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 8000-READ-INPUT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF NOT EndOfFile" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                   UNTIL WS-LVL-IDX > WS-BREAK-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BREAK-NAME(WS-LVL-IDX))
                   DELIMITED BY SIZE
                   " TO WS-HOLD-BRK-" DELIMITED BY SIZE
                   WS-LVL-IDX DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "           CONTINUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1000-PROCESS-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               UNTIL EndOfFile" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-GRP-COUNT > 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 4000-WRITE-SUMMARY-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE INPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE SUMMARY-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0003I' TO WS-MSG-KEY
           MOVE 'RECORDS READ:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-RECORDS-READ' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE 'GEN0401I' TO WS-MSG-KEY
           MOVE 'GROUPS WRITTEN:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-GROUPS-OUT' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           IF WS-GEN-SELCARD = 'Y'
               MOVE "           PERFORM 7790-SHOW-SELECTION-COUNTS"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           PERFORM 5730-EMIT-RUNSTATS-CALL
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1000-PROCESS-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-BREAK-COUNT > 0
               PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                       UNTIL WS-LVL-IDX > WS-BREAK-COUNT
                   MOVE SPACES TO WS-BUILD-LINE
                   IF WS-LVL-IDX = 1
                       STRING "           IF "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-BREAK-NAME(WS-LVL-IDX))
                           DELIMITED BY SIZE
                           " NOT = WS-HOLD-BRK-" DELIMITED BY SIZE
                           WS-LVL-IDX DELIMITED BY SIZE
                           INTO WS-BUILD-LINE
                   ELSE
                       STRING "               OR "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-BREAK-NAME(WS-LVL-IDX))
                           DELIMITED BY SIZE
                           " NOT = WS-HOLD-BRK-" DELIMITED BY SIZE
                           WS-LVL-IDX DELIMITED BY SIZE
                           INTO WS-BUILD-LINE
                   END-IF
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               END-PERFORM
               MOVE "           PERFORM 4000-WRITE-SUMMARY-RECORD"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                       UNTIL WS-LVL-IDX > WS-BREAK-COUNT
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "           MOVE " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BREAK-NAME(WS-LVL-IDX))
                       DELIMITED BY SIZE
                       " TO WS-HOLD-BRK-" DELIMITED BY SIZE
                       WS-LVL-IDX DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               END-PERFORM
               MOVE "           END-IF" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           ADD 1 TO WS-GRP-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           ADD " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TOTAL-NAME(WS-TOT-IDX))
                   DELIMITED BY SIZE
                   " TO WS-SUM-" DELIMITED BY SIZE
                   WS-TOT-IDX DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "           PERFORM 8000-READ-INPUT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       4000-WRITE-SUMMARY-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO SUMMARY-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                   UNTIL WS-LVL-IDX > WS-BREAK-COUNT
               COMPUTE WS-VAL-PTR = (WS-LVL-IDX - 1) * 20 + 1
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE WS-HOLD-BRK-"
                   DELIMITED BY SIZE
                   WS-LVL-IDX DELIMITED BY SIZE
                   " TO SUMMARY-RECORD(" DELIMITED BY SIZE
                   WS-VAL-PTR DELIMITED BY SIZE
                   ":20)" DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "           MOVE WS-GRP-COUNT TO WS-OUT-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-OUT-COUNT TO"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               SUMMARY-RECORD(61:7)" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-PROF-RUNDATE NOT = SPACES
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE WS-RUN-DATE TO"
                   " SUMMARY-RECORD(125:8)"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE WS-SUM-" DELIMITED BY SIZE
                   WS-TOT-IDX DELIMITED BY SIZE
                   " TO WS-OUT-SUM-" DELIMITED BY SIZE
                   WS-TOT-IDX DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               COMPUTE WS-VAL-PTR = 69 + (WS-TOT-IDX - 1) * 16
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE WS-OUT-SUM-"
                   DELIMITED BY SIZE
                   WS-TOT-IDX DELIMITED BY SIZE
                   " TO SUMMARY-RECORD(" DELIMITED BY SIZE
                   WS-VAL-PTR DELIMITED BY SIZE
                   ":15)" DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "           WRITE SUMMARY-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-GROUPS-OUT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 0 TO WS-GRP-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE 0 TO WS-SUM-"
                   DELIMITED BY SIZE
                   WS-TOT-IDX DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "           CONTINUE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-GEN-SELCARD = 'Y'
               PERFORM 5225-EMIT-SELCARD-PARAS
               PERFORM 5250-EMIT-SELCARD-READ
           ELSE
               MOVE "       8000-READ-INPUT." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           READ INPUT-FILE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               AT END" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "                   SET EndOfFile TO TRUE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               NOT AT END" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "                   ADD 1 TO WS-RECORDS-READ"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           END-READ." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           IF WS-PROF-RUNDATE NOT = SPACES
               PERFORM 1594-EMIT-RUNDATE-PARA
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               PERFORM 5735-EMIT-RUNSTATS-PARA
           END-IF
           MOVE 'N' TO WS-GEN-RUNSTATS.

       3900-CREATE-VSAM-LOAD.
           MOVE 'LOADPGM' TO WS-FILENAME-PREFIX
           DISPLAY 'Creating a sequential-to-VSAM load program...'
           MOVE 'N' TO WS-WANT-ALTKEYS
           PERFORM 0180-PROMPT-INDEXED-KEY
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           PERFORM 0100-PROMPT-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 3905-CREATE-VSAM-LOAD-WRITE
           END-IF
           CLOSE SEQFILE
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       3905-CREATE-VSAM-LOAD-WRITE.
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROGRAM-ID. LOADPGM." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'INFILE' TO WS-SEL-DDNAME
           MOVE WS-GEN-INFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-INPUT' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           IF WS-PROF-DIALECT = 'ZOS'
               MOVE "           SELECT INDEXED-FILE ASSIGN TO IDXFILE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               MOVE "           SELECT INDEXED-FILE ASSIGN TO"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               'indexfile.dat'" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           ORGANIZATION IS INDEXED" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ACCESS MODE IS SEQUENTIAL"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           RECORD KEY IS " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INDEXED-KEYFIELD) DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           FILE STATUS IS WS-STATUS-INDEXED."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'REJECT-FILE' TO WS-SEL-FDNAME
           MOVE 'LOADREJ' TO WS-SEL-DDNAME
           MOVE 'loadrej.txt' TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-REJECT' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  INPUT-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  INPUT-RECORD PIC X(80)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  INDEXED-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  IDX-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INDEXED-KEYFIELD) DELIMITED BY SIZE
               "  PIC X(" DELIMITED BY SIZE
               WS-INDEXED-KEYLEN DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  IDX-DATA  PIC X("
               DELIMITED BY SIZE
               WS-INDEXED-DATALEN DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  REJECT-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  REJECT-RECORD PIC X(100)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  NoErrors  VALUE '00'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-INDEXED PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-REJECT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  WS-WORK-KEY PIC X(" DELIMITED BY SIZE
               WS-INDEXED-KEYLEN DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  WS-PREV-KEY PIC X(" DELIMITED BY SIZE
               WS-INDEXED-KEYLEN DELIMITED BY SIZE
               ") VALUE LOW-VALUES." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORDS-READ PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-LOADED-COUNT PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-REJECT-COUNT PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-REJ-REASON PIC X(20)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN OUTPUT INDEXED-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-INDEXED NOT = '00'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'UNABLE TO OPEN CLUSTER, STATUS '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-STATUS-INDEXED" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN OUTPUT REJECT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM UNTIL EndOfFile" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-RECORDS-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1000-LOAD-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE INPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE INDEXED-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE REJECT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'RECORDS READ:     '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-RECORDS-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'RECORDS LOADED:   '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-LOADED-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'RECORDS REJECTED: '"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-REJECT-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-RECORDS-READ NOT =" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   WS-LOADED-COUNT +"
               " WS-REJECT-COUNT"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'LOAD COUNTS OUT OF BALANCE'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 8 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-REJECT-COUNT > 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 4 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1000-LOAD-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE INPUT-RECORD(1:"
               DELIMITED BY SIZE
               WS-INDEXED-KEYLEN DELIMITED BY SIZE
               ") TO WS-WORK-KEY" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EVALUATE TRUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN WS-WORK-KEY < WS-PREV-KEY"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'OUT OF SEQUENCE'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       TO WS-REJ-REASON"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 8000-REJECT-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN WS-WORK-KEY = WS-PREV-KEY"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'DUPLICATE KEY'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       TO WS-REJ-REASON"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 8000-REJECT-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN OTHER" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE INPUT-RECORD TO IDX-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   WRITE IDX-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       INVALID KEY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                           MOVE 'WRITE REJECTED'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                               TO WS-REJ-REASON"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                           PERFORM"
               " 8000-REJECT-RECORD"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       NOT INVALID KEY"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                           ADD 1 TO"
               " WS-LOADED-COUNT"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                           MOVE WS-WORK-KEY TO"
               " WS-PREV-KEY"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   END-WRITE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-EVALUATE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       8000-REJECT-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-REJECT-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO REJECT-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE INPUT-RECORD TO REJECT-RECORD(1:80)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-REJ-REASON TO"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               REJECT-RECORD(81:20)" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE REJECT-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       4000-PREPARE-COPYBOOK-TEMPLATE.
           DISPLAY 'Preparing a Copybook template...'.
           PERFORM 0500-PROMPT-COPYBOOK.
           MOVE 'COPYBOOK' TO WS-FILENAME-PREFIX
           PERFORM 0110-PROMPT-COPYBOOK-FILENAME.
           PERFORM 0150-OPEN-SEQFILE-CHECKED.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 4005-PREPARE-COPYBOOK-TEMPLATE-WRITE
           END-IF
           CLOSE SEQFILE.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       4100-INTEGRATE-COPYBOOK.
           DISPLAY 'Integrating a Copybook...'.
           MOVE SPACES TO WS-COPY-INTEGRATE-NAME
           MOVE SPACES TO WS-INTEGRATE-TARGET
           MOVE SPACES TO WS-INTEGRATE-DIVISION
           IF NOT WS-BATCH-MODE
               ACCEPT COPYBOOK-INTEGRATE-SCREEN
           END-IF
           IF WS-COPY-INTEGRATE-NAME = SPACES
               MOVE 'MYCOPY.cpy' TO WS-COPY-INTEGRATE-NAME
           END-IF
           IF WS-INTEGRATE-DIVISION = SPACES
               MOVE 'PROCEDURE DIVISION' TO WS-INTEGRATE-DIVISION
           END-IF
           IF WS-INTEGRATE-TARGET = SPACES
               DISPLAY 'No target file given, nothing integrated.'
           ELSE
               MOVE WS-INTEGRATE-TARGET TO WS-OUTPUT-FILENAME
               PERFORM 0160-EXTEND-SEQFILE-CHECKED
               IF WS-GEN-OPEN-FAILED = 'N'
                   MOVE SPACES TO OUTPUT-LINE
                   STRING "      * " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-INTEGRATE-DIVISION)
                       DELIMITED BY SIZE
                       " copybook integration" DELIMITED BY SIZE
                       INTO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   MOVE SPACES TO OUTPUT-LINE
                   STRING "       COPY '" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COPY-INTEGRATE-NAME)
                       DELIMITED BY SIZE
                       "'." DELIMITED BY SIZE
                       INTO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               END-IF
               CLOSE SEQFILE
               MOVE WS-INTEGRATE-TARGET TO WS-OUTPUT-FILENAME
               IF WS-GEN-OPEN-FAILED = 'N'
                   PERFORM 0900-LOG-GENERATION
               END-IF
           END-IF.

       4600-CREATE-LAYOUT-MIGRATION.
           MOVE 'MIGRPGM' TO WS-FILENAME-PREFIX
           DISPLAY 'Creating a layout migration program...'
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           IF WS-PROGID-OVERRIDE NOT = 'Y'
               MOVE 'MIGRPGM' TO WS-GEN-PROGID
           END-IF
           IF WS-BC-OUTDATA = SPACES AND NOT WS-PROJECT-MODE
               MOVE 'migrated.dat' TO WS-GEN-OUTFILE
           END-IF
           MOVE SPACES TO WS-MIG-OLDCPY
           MOVE SPACES TO WS-MIG-NEWCPY
           MOVE SPACES TO WS-MIG-RULES
           IF WS-BATCH-MODE
               MOVE WS-BC-OLDCPY TO WS-MIG-OLDCPY
               MOVE WS-BC-NEWCPY TO WS-MIG-NEWCPY
               MOVE WS-BC-RULES TO WS-MIG-RULES
           ELSE
               ACCEPT MIGRATE-SCREEN
           END-IF
           IF WS-MIG-RULES = SPACES
               MOVE 'MIGRULES.TXT' TO WS-MIG-RULES
           END-IF
           MOVE 'N' TO WS-USE-LAYOUT
           IF WS-MIG-OLDCPY = SPACES OR WS-MIG-NEWCPY = SPACES
               DISPLAY 'Old and new copybooks are both needed.'
           ELSE
               MOVE WS-MIG-OLDCPY TO WS-LAYOUT-CPY
               PERFORM 0530-LOAD-COPYBOOK-LAYOUT
               IF WS-USE-LAYOUT = 'Y'
                   PERFORM 4610-SAVE-OLD-LAYOUT
                   MOVE WS-MIG-NEWCPY TO WS-LAYOUT-CPY
                   PERFORM 0530-LOAD-COPYBOOK-LAYOUT
               END-IF
           END-IF
           IF WS-USE-LAYOUT NOT = 'Y'
               DISPLAY 'Layout migration abandoned.'
               IF WS-BATCH-MODE
                   ADD 1 TO WS-RUN-FAILURES
                   MOVE WS-LAYOUT-CPY TO WS-IMP-CPY
                   PERFORM 0097-RECORD-FAILURE-COPYBOOK
               END-IF
           ELSE
               PERFORM 4612-SAVE-NEW-LAYOUT
               PERFORM 4620-LOAD-MIGRATION-RULES
               PERFORM 4625-MATCH-LAYOUT-FIELDS
               PERFORM 0100-PROMPT-OUTPUT-FILENAME
               PERFORM 0150-OPEN-SEQFILE-CHECKED
               IF WS-GEN-OPEN-FAILED = 'N'
                   PERFORM 4630-CREATE-MIGRATION-WRITE
               END-IF
               CLOSE SEQFILE
               IF WS-GEN-OPEN-FAILED = 'N'
                   PERFORM 4660-WRITE-MIGRATION-REPORT
                   PERFORM 0940-PREVIEW-AND-CONFIRM
               END-IF
           END-IF.

       4610-SAVE-OLD-LAYOUT.
           PERFORM 9305-SET-FIELD-OFFSETS
           MOVE WS-COPY-FIELD-COUNT TO WS-MIG-OLD-COUNT
           MOVE WS-COPY-RECNAME TO WS-MIG-OLD-RECNAME
           MOVE WS-COPY-FIELD-NAME-TAB TO WS-MIG-OLD-NAME-TAB
           MOVE WS-COPY-FIELD-LEVEL-TAB TO WS-MIG-OLD-LEVEL-TAB
           MOVE WS-COPY-FIELD-PIC-TAB TO WS-MIG-OLD-PIC-TAB
           MOVE WS-COPY-FIELD-USAGE-TAB TO WS-MIG-OLD-USAGE-TAB
           MOVE WS-COPY-FIELD-OCCURS-TAB TO WS-MIG-OLD-OCCURS-TAB
           MOVE WS-COPY-FIELD-REDEF-TAB TO WS-MIG-OLD-REDEF-TAB
           MOVE WS-COPY-FIELD-INOCC-TAB TO WS-MIG-OLD-INOCC-TAB
           MOVE WS-COPY-FIELD-OFFSET-TAB TO WS-MIG-OLD-OFFSET-TAB
           MOVE WS-COPY-FIELD-LENGTH-TAB TO WS-MIG-OLD-LENGTH-TAB
           MOVE 'N' TO WS-MIG-OLD-BIN
           MOVE 0 TO WS-MIG-RDF-LVL
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               PERFORM 4615-SET-FIELD-ATTRIBUTES
               MOVE WS-MIG-KIND TO WS-MIG-OLD-KIND(WS-COPY-FIELD-IDX)
               MOVE WS-CSV-DECS TO WS-MIG-OLD-DECS(WS-COPY-FIELD-IDX)
               MOVE WS-MIG-SKIP TO WS-MIG-OLD-SKIP(WS-COPY-FIELD-IDX)
               MOVE WS-MIG-DIMS TO WS-MIG-OLD-DIMS(WS-COPY-FIELD-IDX)
               MOVE WS-MIG-OCC TO WS-MIG-OLD-OCC(WS-COPY-FIELD-IDX)
               MOVE 0 TO WS-MIG-OLD-MATCH(WS-COPY-FIELD-IDX)
               IF WS-COPY-FIELD-USAGE(WS-COPY-FIELD-IDX) NOT = SPACES
                   MOVE 'Y' TO WS-MIG-OLD-BIN
               END-IF
           END-PERFORM.

       4612-SAVE-NEW-LAYOUT.
           PERFORM 9305-SET-FIELD-OFFSETS
           MOVE WS-COPY-FIELD-COUNT TO WS-MIG-NEW-COUNT
           MOVE WS-COPY-RECNAME TO WS-MIG-NEW-RECNAME
           MOVE WS-COPY-FIELD-NAME-TAB TO WS-MIG-NEW-NAME-TAB
           MOVE WS-COPY-FIELD-LEVEL-TAB TO WS-MIG-NEW-LEVEL-TAB
           MOVE WS-COPY-FIELD-PIC-TAB TO WS-MIG-NEW-PIC-TAB
           MOVE WS-COPY-FIELD-USAGE-TAB TO WS-MIG-NEW-USAGE-TAB
           MOVE WS-COPY-FIELD-OCCURS-TAB TO WS-MIG-NEW-OCCURS-TAB
           MOVE WS-COPY-FIELD-REDEF-TAB TO WS-MIG-NEW-REDEF-TAB
           MOVE WS-COPY-FIELD-INOCC-TAB TO WS-MIG-NEW-INOCC-TAB
           MOVE WS-COPY-FIELD-OFFSET-TAB TO WS-MIG-NEW-OFFSET-TAB
           MOVE WS-COPY-FIELD-LENGTH-TAB TO WS-MIG-NEW-LENGTH-TAB
           MOVE 'N' TO WS-MIG-NEW-BIN
           MOVE 0 TO WS-MIG-RDF-LVL
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               PERFORM 4615-SET-FIELD-ATTRIBUTES
               MOVE WS-MIG-KIND TO WS-MIG-NEW-KIND(WS-COPY-FIELD-IDX)
               MOVE WS-CSV-DECS TO WS-MIG-NEW-DECS(WS-COPY-FIELD-IDX)
               MOVE WS-MIG-SKIP TO WS-MIG-NEW-SKIP(WS-COPY-FIELD-IDX)
               MOVE WS-MIG-DIMS TO WS-MIG-NEW-DIMS(WS-COPY-FIELD-IDX)
               MOVE WS-MIG-OCC TO WS-MIG-NEW-OCC(WS-COPY-FIELD-IDX)
               IF WS-COPY-FIELD-USAGE(WS-COPY-FIELD-IDX) NOT = SPACES
                   MOVE 'Y' TO WS-MIG-NEW-BIN
               END-IF
           END-PERFORM.

       4613-RESTORE-OLD-LAYOUT.
           MOVE WS-MIG-OLD-COUNT TO WS-COPY-FIELD-COUNT
           MOVE WS-MIG-OLD-RECNAME TO WS-COPY-RECNAME
           MOVE WS-MIG-OLD-NAME-TAB TO WS-COPY-FIELD-NAME-TAB
           MOVE WS-MIG-OLD-LEVEL-TAB TO WS-COPY-FIELD-LEVEL-TAB
           MOVE WS-MIG-OLD-PIC-TAB TO WS-COPY-FIELD-PIC-TAB
           MOVE WS-MIG-OLD-USAGE-TAB TO WS-COPY-FIELD-USAGE-TAB
           MOVE WS-MIG-OLD-OCCURS-TAB TO WS-COPY-FIELD-OCCURS-TAB
           MOVE WS-MIG-OLD-REDEF-TAB TO WS-COPY-FIELD-REDEF-TAB
           MOVE WS-MIG-OLD-INOCC-TAB TO WS-COPY-FIELD-INOCC-TAB
           MOVE WS-MIG-OLD-OFFSET-TAB TO WS-COPY-FIELD-OFFSET-TAB
           MOVE WS-MIG-OLD-LENGTH-TAB TO WS-COPY-FIELD-LENGTH-TAB.

       4614-RESTORE-NEW-LAYOUT.
           MOVE WS-MIG-NEW-COUNT TO WS-COPY-FIELD-COUNT
           MOVE WS-MIG-NEW-RECNAME TO WS-COPY-RECNAME
           MOVE WS-MIG-NEW-NAME-TAB TO WS-COPY-FIELD-NAME-TAB
           MOVE WS-MIG-NEW-LEVEL-TAB TO WS-COPY-FIELD-LEVEL-TAB
           MOVE WS-MIG-NEW-PIC-TAB TO WS-COPY-FIELD-PIC-TAB
           MOVE WS-MIG-NEW-USAGE-TAB TO WS-COPY-FIELD-USAGE-TAB
           MOVE WS-MIG-NEW-OCCURS-TAB TO WS-COPY-FIELD-OCCURS-TAB
           MOVE WS-MIG-NEW-REDEF-TAB TO WS-COPY-FIELD-REDEF-TAB
           MOVE WS-MIG-NEW-INOCC-TAB TO WS-COPY-FIELD-INOCC-TAB
           MOVE WS-MIG-NEW-OFFSET-TAB TO WS-COPY-FIELD-OFFSET-TAB
           MOVE WS-MIG-NEW-LENGTH-TAB TO WS-COPY-FIELD-LENGTH-TAB.

       4615-SET-FIELD-ATTRIBUTES.
           IF WS-COPY-FIELD-LEVEL(WS-COPY-FIELD-IDX)(2:1) IS NUMERIC
               MOVE WS-COPY-FIELD-LEVEL(WS-COPY-FIELD-IDX) TO WS-FO-LVL
           ELSE
               MOVE 0 TO WS-FO-LVL
               MOVE WS-COPY-FIELD-LEVEL(WS-COPY-FIELD-IDX)(1:1)
                   TO WS-FO-LVL(2:1)
           END-IF
           IF WS-MIG-RDF-LVL > 0 AND WS-FO-LVL NOT > WS-MIG-RDF-LVL
               MOVE 0 TO WS-MIG-RDF-LVL
           END-IF
           IF WS-COPY-FIELD-REDEF(WS-COPY-FIELD-IDX) NOT = SPACES
                   AND WS-MIG-RDF-LVL = 0
               MOVE WS-FO-LVL TO WS-MIG-RDF-LVL
           END-IF
           PERFORM 2920-COUNT-FIELD-DECIMALS
           MOVE 0 TO WS-MIG-EDIT-TALLY
           INSPECT WS-CSV-PICWK TALLYING WS-MIG-EDIT-TALLY
               FOR ALL 'Z' ALL ',' ALL '.' ALL '*' ALL '+' ALL '-'
                   ALL '$' ALL '/' ALL 'B' ALL 'CR'
           EVALUATE TRUE
               WHEN WS-CSV-PICWK = SPACES
                   MOVE 'G' TO WS-MIG-KIND
               WHEN WS-COPY-FIELD-USAGE(WS-COPY-FIELD-IDX) = 'COMP'
                   MOVE 'B' TO WS-MIG-KIND
               WHEN WS-MIG-EDIT-TALLY > 0
                   MOVE 'E' TO WS-MIG-KIND
               WHEN WS-CSV-PICWK(1:1) = 'X' OR WS-CSV-PICWK(1:1) = 'A'
                   MOVE 'A' TO WS-MIG-KIND
               WHEN OTHER
                   MOVE 'N' TO WS-MIG-KIND
           END-EVALUATE
           MOVE 'N' TO WS-MIG-SKIP
           IF WS-MIG-KIND = 'G' OR WS-MIG-RDF-LVL > 0
                   OR WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX) = SPACES
                   OR FUNCTION UPPER-CASE
                       (WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX))
                       = 'FILLER'
               MOVE 'Y' TO WS-MIG-SKIP
           END-IF
           PERFORM 2932-SET-FIELD-DIMS
           MOVE 0 TO WS-MIG-DIMS
           MOVE 0 TO WS-MIG-OCC
           IF WS-OCC-D1 > 0
               ADD 1 TO WS-MIG-DIMS
               MOVE WS-OCC-D1 TO WS-MIG-OCC
           END-IF
           IF WS-OCC-D2 > 0
               ADD 1 TO WS-MIG-DIMS
               MOVE WS-OCC-D2 TO WS-MIG-OCC
           END-IF.

       4620-LOAD-MIGRATION-RULES.
           MOVE 0 TO WS-MIG-RULE-COUNT
           MOVE SPACES TO WS-MIG-RULE-TAB
           MOVE WS-MIG-RULES TO WS-TEMPLATE-FILENAME
           MOVE 'N' TO WS-EOF-TEMPLATE
           OPEN INPUT TEMPLATE-FILE
           IF WS-STATUS-TEMPLATE NOT = '00'
               DISPLAY 'No default rules read from '
                   FUNCTION TRIM(WS-MIG-RULES)
                   ', new fields are initialized.'
           ELSE
               PERFORM UNTIL WS-TEMPLATE-EOF
                   READ TEMPLATE-FILE INTO WS-TPL-LINE
                       AT END
                           SET WS-TEMPLATE-EOF TO TRUE
                       NOT AT END
                           PERFORM 4622-STORE-MIGRATION-RULE
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.

       4622-STORE-MIGRATION-RULE.
           IF WS-TPL-LINE NOT = SPACES AND WS-TPL-LINE(1:1) NOT = '*'
               MOVE FUNCTION TRIM(WS-TPL-LINE LEADING) TO WS-CPY-WORK
               MOVE SPACES TO WS-MIG-NAME
               MOVE 1 TO WS-MIG-PTR
               UNSTRING WS-CPY-WORK DELIMITED BY ALL SPACE
                   INTO WS-MIG-NAME WITH POINTER WS-MIG-PTR
               END-UNSTRING
               MOVE SPACES TO WS-MIG-VALUE
               IF WS-MIG-PTR < 81
                   MOVE FUNCTION TRIM(WS-CPY-WORK(WS-MIG-PTR:))
                       TO WS-MIG-VALUE
               END-IF
               IF WS-MIG-RULE-COUNT NOT < 20
                   DISPLAY 'Default rule table full, rule ignored: '
                       FUNCTION TRIM(WS-MIG-NAME)
               ELSE
                   IF WS-MIG-VALUE = SPACES
                       DISPLAY 'Default rule has no value, ignored: '
                           FUNCTION TRIM(WS-MIG-NAME)
                   ELSE
                       ADD 1 TO WS-MIG-RULE-COUNT
                       MOVE FUNCTION UPPER-CASE(WS-MIG-NAME)
                           TO WS-MIG-RULE-FIELD(WS-MIG-RULE-COUNT)
                       MOVE WS-MIG-VALUE
                           TO WS-MIG-RULE-VALUE(WS-MIG-RULE-COUNT)
                       MOVE 'N' TO WS-MIG-RULE-USED(WS-MIG-RULE-COUNT)
                   END-IF
               END-IF
           END-IF.

       4625-MATCH-LAYOUT-FIELDS.
           PERFORM VARYING WS-MIG-IDX FROM 1 BY 1
                   UNTIL WS-MIG-IDX > WS-MIG-NEW-COUNT
               MOVE 0 TO WS-MIG-NEW-MATCH(WS-MIG-IDX)
               MOVE 0 TO WS-MIG-NEW-RULE(WS-MIG-IDX)
               MOVE SPACE TO WS-MIG-NEW-CONV(WS-MIG-IDX)
               IF WS-MIG-NEW-SKIP(WS-MIG-IDX) = 'N'
                   MOVE FUNCTION UPPER-CASE(WS-MIG-NEW-NAME(WS-MIG-IDX))
                       TO WS-MIG-NAME
                   PERFORM VARYING WS-MIG-OIDX FROM 1 BY 1
                           UNTIL WS-MIG-OIDX > WS-MIG-OLD-COUNT
                           OR WS-MIG-NEW-MATCH(WS-MIG-IDX) > 0
                       IF WS-MIG-OLD-SKIP(WS-MIG-OIDX) = 'N'
                               AND WS-MIG-OLD-MATCH(WS-MIG-OIDX) = 0
                               AND FUNCTION UPPER-CASE
                               (WS-MIG-OLD-NAME(WS-MIG-OIDX))
                               = WS-MIG-NAME
                           MOVE WS-MIG-OIDX
                               TO WS-MIG-NEW-MATCH(WS-MIG-IDX)
                           MOVE WS-MIG-IDX
                               TO WS-MIG-OLD-MATCH(WS-MIG-OIDX)
                       END-IF
                   END-PERFORM
                   IF WS-MIG-NEW-MATCH(WS-MIG-IDX) > 0
                       PERFORM 4627-SET-CONVERSION
                   ELSE
                       PERFORM 4628-FIND-DEFAULT-RULE
                   END-IF
               END-IF
           END-PERFORM.

       4627-SET-CONVERSION.
           MOVE WS-MIG-NEW-MATCH(WS-MIG-IDX) TO WS-MIG-OIDX
           EVALUATE TRUE
               WHEN WS-MIG-OLD-DIMS(WS-MIG-OIDX)
                       NOT = WS-MIG-NEW-DIMS(WS-MIG-IDX)
                       OR WS-MIG-NEW-DIMS(WS-MIG-IDX) > 1
                   MOVE 'X' TO WS-MIG-NEW-CONV(WS-MIG-IDX)
               WHEN WS-MIG-NEW-KIND(WS-MIG-IDX) = 'N'
                       OR WS-MIG-NEW-KIND(WS-MIG-IDX) = 'B'
                   EVALUATE WS-MIG-OLD-KIND(WS-MIG-OIDX)
                       WHEN 'N'
                           MOVE 'C' TO WS-MIG-NEW-CONV(WS-MIG-IDX)
                       WHEN 'B'
                           MOVE 'K' TO WS-MIG-NEW-CONV(WS-MIG-IDX)
                       WHEN 'A'
                           MOVE 'T' TO WS-MIG-NEW-CONV(WS-MIG-IDX)
                       WHEN OTHER
                           MOVE 'M' TO WS-MIG-NEW-CONV(WS-MIG-IDX)
                   END-EVALUATE
               WHEN WS-MIG-NEW-KIND(WS-MIG-IDX) = 'E'
                   IF WS-MIG-OLD-KIND(WS-MIG-OIDX) = 'A'
                       MOVE 'T' TO WS-MIG-NEW-CONV(WS-MIG-IDX)
                   ELSE
                       MOVE 'M' TO WS-MIG-NEW-CONV(WS-MIG-IDX)
                   END-IF
               WHEN WS-MIG-OLD-KIND(WS-MIG-OIDX) = 'A'
                       OR WS-MIG-OLD-KIND(WS-MIG-OIDX) = 'E'
                   MOVE 'M' TO WS-MIG-NEW-CONV(WS-MIG-IDX)
               WHEN WS-MIG-OLD-DECS(WS-MIG-OIDX) = 0
                       AND FUNCTION UPPER-CASE
                       (WS-MIG-OLD-PIC(WS-MIG-OIDX)(1:1)) NOT = 'S'
                   MOVE 'M' TO WS-MIG-NEW-CONV(WS-MIG-IDX)
               WHEN OTHER
                   MOVE 'V' TO WS-MIG-NEW-CONV(WS-MIG-IDX)
           END-EVALUATE.

       4628-FIND-DEFAULT-RULE.
           MOVE 'I' TO WS-MIG-NEW-CONV(WS-MIG-IDX)
           PERFORM VARYING WS-MIG-RULE-IDX FROM 1 BY 1
                   UNTIL WS-MIG-RULE-IDX > WS-MIG-RULE-COUNT
                   OR WS-MIG-NEW-RULE(WS-MIG-IDX) > 0
               IF WS-MIG-RULE-FIELD(WS-MIG-RULE-IDX) = WS-MIG-NAME
                   MOVE WS-MIG-RULE-IDX TO WS-MIG-NEW-RULE(WS-MIG-IDX)
                   MOVE 'Y' TO WS-MIG-RULE-USED(WS-MIG-RULE-IDX)
                   IF WS-MIG-NEW-DIMS(WS-MIG-IDX) < 2
                       MOVE 'D' TO WS-MIG-NEW-CONV(WS-MIG-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       4630-CREATE-MIGRATION-WRITE.
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING "       PROGRAM-ID. " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-PROGID) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "      * OLD LAYOUT: " FUNCTION TRIM(WS-MIG-OLDCPY)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "      * NEW LAYOUT: " FUNCTION TRIM(WS-MIG-NEWCPY)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE-CONTROL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'OLD-FILE' TO WS-SEL-FDNAME
           MOVE 'INFILE' TO WS-SEL-DDNAME
           MOVE WS-GEN-INFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-INPUT' TO WS-SEL-STATUS
           IF WS-MIG-OLD-BIN = 'Y'
               MOVE 'S' TO WS-SEL-ORG
           END-IF
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'NEW-FILE' TO WS-SEL-FDNAME
           MOVE 'OUTFILE' TO WS-SEL-DDNAME
           MOVE WS-GEN-OUTFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-OUTPUT' TO WS-SEL-STATUS
           IF WS-MIG-NEW-BIN = 'Y'
               MOVE 'S' TO WS-SEL-ORG
           END-IF
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'MIGR-REPORT' TO WS-SEL-FDNAME
           MOVE 'MIGRRPT' TO WS-SEL-DDNAME
           MOVE 'migrate.rpt' TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-REPORT' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  OLD-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  OLD-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 4613-RESTORE-OLD-LAYOUT
           PERFORM 1550-EMIT-FIELD-LINES
           MOVE "       FD  NEW-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  NEW-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 4614-RESTORE-NEW-LAYOUT
           PERFORM 1550-EMIT-FIELD-LINES
           MOVE "       FD  MIGR-REPORT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  MIGR-REPORT-LINE PIC X(80)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  NoErrors  VALUE '00'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-OUTPUT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-REPORT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORDS-READ PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORDS-WRITTEN PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORDS-FLAGGED PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORD-BAD PIC X VALUE 'N'."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-BAD-FIELD PIC X(20)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MIG-SUB PIC 999." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-NUM-EDIT PIC -9(13).9(4)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-COUNT-ED PIC Z(6)9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN INPUT OLD-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF NOT NoErrors" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0001E' TO WS-MSG-KEY
           MOVE 'Error opening input file. Status:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-INPUT' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN OUTPUT NEW-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-OUTPUT NOT = '00'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0002E' TO WS-MSG-KEY
           MOVE 'Error opening output file. Status:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-OUTPUT' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN OUTPUT MIGR-REPORT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1301T' TO WS-MSG-KEY
           MOVE 'LAYOUT MIGRATION REPORT' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'MOVE' TO WS-MSG-LEAD
           MOVE 'TO MIGR-REPORT-LINE' TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE "           WRITE MIGR-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-MIG-OIDX FROM 1 BY 1
                   UNTIL WS-MIG-OIDX > WS-MIG-OLD-COUNT
               IF WS-MIG-OLD-SKIP(WS-MIG-OIDX) = 'N'
                       AND WS-MIG-OLD-MATCH(WS-MIG-OIDX) = 0
                   MOVE "           MOVE SPACES TO MIGR-REPORT-LINE"
                       TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   MOVE 'GEN1302T' TO WS-MSG-KEY
                   MOVE 'FIELD DROPPED:' TO WS-MSG-TEXT
                   MOVE 1 TO WS-MSG-PAD
                   MOVE 11 TO WS-MSG-INDENT
                   MOVE 'STRING' TO WS-MSG-LEAD
                   PERFORM 5320-EMIT-CAPTION
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "               '"
                       FUNCTION TRIM(WS-MIG-OLD-NAME(WS-MIG-OIDX))
                       "'" DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "               DELIMITED BY SIZE INTO MIGR-"
                       "REPORT-LINE"
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   MOVE "           WRITE MIGR-REPORT-LINE"
                       TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               END-IF
           END-PERFORM
           MOVE "           PERFORM 8000-READ-INPUT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1000-CONVERT-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               UNTIL EndOfFile" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 9000-WRITE-TOTALS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE OLD-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE NEW-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE MIGR-REPORT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-RECORDS-FLAGGED > 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 4 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1000-CONVERT-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'N' TO WS-RECORD-BAD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO NEW-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           INITIALIZE NEW-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-MIG-IDX FROM 1 BY 1
                   UNTIL WS-MIG-IDX > WS-MIG-NEW-COUNT
               IF WS-MIG-NEW-MATCH(WS-MIG-IDX) > 0
                       AND WS-MIG-NEW-CONV(WS-MIG-IDX) NOT = 'X'
                   PERFORM 4640-EMIT-FIELD-CONVERSION
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MIG-IDX FROM 1 BY 1
                   UNTIL WS-MIG-IDX > WS-MIG-NEW-COUNT
               IF WS-MIG-NEW-CONV(WS-MIG-IDX) = 'D'
                   PERFORM 4645-EMIT-DEFAULT-RULE
               END-IF
           END-PERFORM
           MOVE "           WRITE NEW-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-RECORDS-WRITTEN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-RECORD-BAD = 'Y'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-RECORDS-FLAGGED" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 8000-READ-INPUT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       2000-FLAG-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'Y' TO WS-RECORD-BAD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-RECORDS-READ TO WS-COUNT-ED"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO MIGR-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1303T' TO WS-MSG-KEY
           MOVE 'CONVERSION FAILED, REC/FIELD:' TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'STRING' TO WS-MSG-LEAD
           PERFORM 5320-EMIT-CAPTION
           MOVE "               WS-COUNT-ED ' ' WS-BAD-FIELD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               DELIMITED BY SIZE INTO MIGR-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE MIGR-REPORT-LINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       8000-READ-INPUT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           READ OLD-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   SET EndOfFile TO TRUE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               NOT AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ADD 1 TO WS-RECORDS-READ"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       9000-WRITE-TOTALS." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO MIGR-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE MIGR-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'WS-RECORDS-READ' TO WS-MIG-SRC-REF
           MOVE 'RECORDS READ:' TO WS-MIG-TGT-REF
           MOVE 'GEN1304T' TO WS-MIG-CAP-KEY
           MOVE 'GEN0003I' TO WS-MIG-MSG-KEY
           PERFORM 4648-EMIT-TOTAL-LINE
           MOVE 'WS-RECORDS-WRITTEN' TO WS-MIG-SRC-REF
           MOVE 'RECORDS WRITTEN:' TO WS-MIG-TGT-REF
           MOVE 'GEN1305T' TO WS-MIG-CAP-KEY
           MOVE 'GEN0004I' TO WS-MIG-MSG-KEY
           PERFORM 4648-EMIT-TOTAL-LINE
           MOVE 'WS-RECORDS-FLAGGED' TO WS-MIG-SRC-REF
           MOVE 'RECORDS FLAGGED:' TO WS-MIG-TGT-REF
           MOVE 'GEN1306T' TO WS-MIG-CAP-KEY
           MOVE 'GEN1307W' TO WS-MIG-MSG-KEY
           PERFORM 4648-EMIT-TOTAL-LINE
           MOVE "           CONTINUE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       4640-EMIT-FIELD-CONVERSION.
           MOVE WS-MIG-NEW-MATCH(WS-MIG-IDX) TO WS-MIG-OIDX
           MOVE SPACES TO WS-MIG-SRC-REF
           MOVE SPACES TO WS-MIG-TGT-REF
           IF WS-MIG-NEW-DIMS(WS-MIG-IDX) > 0
               STRING FUNCTION TRIM(WS-MIG-OLD-NAME(WS-MIG-OIDX))
                   " OF OLD-RECORD (WS-MIG-SUB)"
                   DELIMITED BY SIZE INTO WS-MIG-SRC-REF
               STRING FUNCTION TRIM(WS-MIG-NEW-NAME(WS-MIG-IDX))
                   " OF NEW-RECORD (WS-MIG-SUB)"
                   DELIMITED BY SIZE INTO WS-MIG-TGT-REF
               IF WS-MIG-OLD-OCC(WS-MIG-OIDX)
                       < WS-MIG-NEW-OCC(WS-MIG-IDX)
                   MOVE WS-MIG-OLD-OCC(WS-MIG-OIDX) TO WS-MIG-OCC
               ELSE
                   MOVE WS-MIG-NEW-OCC(WS-MIG-IDX) TO WS-MIG-OCC
               END-IF
               PERFORM 4642-EMIT-TABLE-LOOP
           ELSE
               STRING FUNCTION TRIM(WS-MIG-OLD-NAME(WS-MIG-OIDX))
                   " OF OLD-RECORD"
                   DELIMITED BY SIZE INTO WS-MIG-SRC-REF
               STRING FUNCTION TRIM(WS-MIG-NEW-NAME(WS-MIG-IDX))
                   " OF NEW-RECORD"
                   DELIMITED BY SIZE INTO WS-MIG-TGT-REF
           END-IF
           IF WS-MIG-NEW-CONV(WS-MIG-IDX) = 'C'
                   OR WS-MIG-NEW-CONV(WS-MIG-IDX) = 'K'
                   OR WS-MIG-NEW-CONV(WS-MIG-IDX) = 'T'
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE '"
                   FUNCTION TRIM(WS-MIG-NEW-NAME(WS-MIG-IDX))
                   "' TO WS-BAD-FIELD"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           IF WS-MIG-NEW-CONV(WS-MIG-IDX) = 'C'
                   OR WS-MIG-NEW-CONV(WS-MIG-IDX) = 'T'
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           IF " FUNCTION TRIM(WS-MIG-SRC-REF)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               IS NUMERIC" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           EVALUATE WS-MIG-NEW-CONV(WS-MIG-IDX)
               WHEN 'C'
               WHEN 'K'
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "           COMPUTE "
                       FUNCTION TRIM(WS-MIG-TGT-REF)
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "               = "
                       FUNCTION TRIM(WS-MIG-SRC-REF)
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   MOVE "               ON SIZE ERROR" TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   MOVE "                   PERFORM 2000-FLAG-RECORD"
                       TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   MOVE "           END-COMPUTE" TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               WHEN 'V'
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "           MOVE "
                       FUNCTION TRIM(WS-MIG-SRC-REF)
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   MOVE "               TO WS-NUM-EDIT" TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   MOVE "           MOVE WS-NUM-EDIT" TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "               TO "
                       FUNCTION TRIM(WS-MIG-TGT-REF)
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               WHEN OTHER
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "           MOVE "
                       FUNCTION TRIM(WS-MIG-SRC-REF)
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "               TO "
                       FUNCTION TRIM(WS-MIG-TGT-REF)
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
           END-EVALUATE
           IF WS-MIG-NEW-CONV(WS-MIG-IDX) = 'C'
                   OR WS-MIG-NEW-CONV(WS-MIG-IDX) = 'T'
               MOVE "           ELSE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           PERFORM 2000-FLAG-RECORD" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           END-IF" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           IF WS-MIG-NEW-DIMS(WS-MIG-IDX) > 0
               MOVE "           END-PERFORM" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF.

       4642-EMIT-TABLE-LOOP.
           MOVE WS-MIG-OCC TO WS-MIG-OCC-ED
           MOVE "           PERFORM VARYING WS-MIG-SUB FROM 1 BY 1"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               UNTIL WS-MIG-SUB > "
               FUNCTION TRIM(WS-MIG-OCC-ED)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       4645-EMIT-DEFAULT-RULE.
           MOVE WS-MIG-NEW-RULE(WS-MIG-IDX) TO WS-MIG-RULE-IDX
           MOVE SPACES TO WS-MIG-TGT-REF
           IF WS-MIG-NEW-DIMS(WS-MIG-IDX) > 0
               STRING FUNCTION TRIM(WS-MIG-NEW-NAME(WS-MIG-IDX))
                   " OF NEW-RECORD (WS-MIG-SUB)"
                   DELIMITED BY SIZE INTO WS-MIG-TGT-REF
               MOVE WS-MIG-NEW-OCC(WS-MIG-IDX) TO WS-MIG-OCC
               PERFORM 4642-EMIT-TABLE-LOOP
           ELSE
               STRING FUNCTION TRIM(WS-MIG-NEW-NAME(WS-MIG-IDX))
                   " OF NEW-RECORD"
                   DELIMITED BY SIZE INTO WS-MIG-TGT-REF
           END-IF
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE "
               FUNCTION TRIM(WS-MIG-RULE-VALUE(WS-MIG-RULE-IDX))
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               TO "
               FUNCTION TRIM(WS-MIG-TGT-REF)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-MIG-NEW-DIMS(WS-MIG-IDX) > 0
               MOVE "           END-PERFORM" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF.

       4648-EMIT-TOTAL-LINE.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE " FUNCTION TRIM(WS-MIG-SRC-REF)
               " TO WS-COUNT-ED"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO MIGR-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE WS-MIG-CAP-KEY TO WS-MSG-KEY
           MOVE WS-MIG-TGT-REF TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'STRING' TO WS-MSG-LEAD
           MOVE 'WS-COUNT-ED' TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE "               DELIMITED BY SIZE INTO MIGR-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE MIGR-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE WS-MIG-MSG-KEY TO WS-MSG-KEY
           MOVE WS-MIG-TGT-REF TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE WS-MIG-SRC-REF TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE.

       4660-WRITE-MIGRATION-REPORT.
           MOVE 0 TO WS-MIG-MOVED
           MOVE 0 TO WS-MIG-CHANGED
           MOVE 0 TO WS-MIG-DROPPED
           MOVE 0 TO WS-MIG-ADDED
           MOVE 0 TO WS-MIG-DEFAULTED
           MOVE 0 TO WS-MIG-NOTCONV
           MOVE 'GENMIGR.TXT' TO WS-ARCH-FILENAME
           OPEN OUTPUT ARCHIVE-FILE
           IF WS-STATUS-ARCHIVE NOT = '00'
               DISPLAY 'Unable to write GENMIGR.TXT, status '
                   WS-STATUS-ARCHIVE
           ELSE
               MOVE 'LAYOUT MIGRATION REPORT' TO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CDT-TIME FROM TIME
               MOVE SPACES TO ARCHIVE-LINE
               STRING 'Old layout ' FUNCTION TRIM(WS-MIG-OLDCPY)
                   ' new layout ' FUNCTION TRIM(WS-MIG-NEWCPY)
                   ' rules ' FUNCTION TRIM(WS-MIG-RULES)
                   DELIMITED BY SIZE INTO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               MOVE SPACES TO ARCHIVE-LINE
               STRING 'Program ' FUNCTION TRIM(WS-GEN-PROGID)
                   ' written to ' FUNCTION TRIM(WS-OUTPUT-FILENAME)
                   ' ' WS-CDT-DATE ' ' WS-CDT-TIME(1:6)
                   ' by ' WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               MOVE SPACES TO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               MOVE 'FIELDS CONVERTED' TO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               PERFORM VARYING WS-MIG-IDX FROM 1 BY 1
                       UNTIL WS-MIG-IDX > WS-MIG-NEW-COUNT
                   IF WS-MIG-NEW-MATCH(WS-MIG-IDX) > 0
                       PERFORM 4662-REPORT-MATCHED-FIELD
                   END-IF
               END-PERFORM
               MOVE SPACES TO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               MOVE 'FIELDS DROPPED' TO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               PERFORM VARYING WS-MIG-OIDX FROM 1 BY 1
                       UNTIL WS-MIG-OIDX > WS-MIG-OLD-COUNT
                   IF WS-MIG-OLD-SKIP(WS-MIG-OIDX) = 'N'
                           AND WS-MIG-OLD-MATCH(WS-MIG-OIDX) = 0
                       PERFORM 4664-REPORT-DROPPED-FIELD
                   END-IF
               END-PERFORM
               IF WS-MIG-DROPPED = 0
                   MOVE '  NO FIELDS DROPPED' TO ARCHIVE-LINE
                   WRITE ARCHIVE-LINE
               END-IF
               MOVE SPACES TO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               MOVE 'FIELDS ADDED' TO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               PERFORM VARYING WS-MIG-IDX FROM 1 BY 1
                       UNTIL WS-MIG-IDX > WS-MIG-NEW-COUNT
                   IF WS-MIG-NEW-SKIP(WS-MIG-IDX) = 'N'
                           AND WS-MIG-NEW-MATCH(WS-MIG-IDX) = 0
                       PERFORM 4666-REPORT-ADDED-FIELD
                   END-IF
               END-PERFORM
               IF WS-MIG-ADDED = 0
                   MOVE '  NO FIELDS ADDED' TO ARCHIVE-LINE
                   WRITE ARCHIVE-LINE
               END-IF
               PERFORM VARYING WS-MIG-RULE-IDX FROM 1 BY 1
                       UNTIL WS-MIG-RULE-IDX > WS-MIG-RULE-COUNT
                   IF WS-MIG-RULE-USED(WS-MIG-RULE-IDX) = 'N'
                       MOVE SPACES TO ARCHIVE-LINE
                       STRING '  RULE UNUSED '
                           WS-MIG-RULE-FIELD(WS-MIG-RULE-IDX)
                           ' IS NOT A NEW FIELD'
                           DELIMITED BY SIZE INTO ARCHIVE-LINE
                       WRITE ARCHIVE-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               MOVE SPACES TO ARCHIVE-LINE
               STRING 'FIELDS MOVED: ' WS-MIG-MOVED
                   '  CHANGED: ' WS-MIG-CHANGED
                   '  NOT CONVERTED: ' WS-MIG-NOTCONV
                   DELIMITED BY SIZE INTO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               MOVE SPACES TO ARCHIVE-LINE
               STRING 'FIELDS DROPPED: ' WS-MIG-DROPPED
                   '  ADDED: ' WS-MIG-ADDED
                   '  DEFAULTED: ' WS-MIG-DEFAULTED
                   DELIMITED BY SIZE INTO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               CLOSE ARCHIVE-FILE
               DISPLAY 'Fields moved:         ' WS-MIG-MOVED
               DISPLAY 'Fields changed:       ' WS-MIG-CHANGED
               DISPLAY 'Fields not converted: ' WS-MIG-NOTCONV
               DISPLAY 'Fields dropped:       ' WS-MIG-DROPPED
               DISPLAY 'Fields added:         ' WS-MIG-ADDED
               DISPLAY 'Report written to GENMIGR.TXT'
           END-IF.

       4662-REPORT-MATCHED-FIELD.
           MOVE WS-MIG-NEW-MATCH(WS-MIG-IDX) TO WS-MIG-OIDX
           MOVE SPACES TO ARCHIVE-LINE
           EVALUATE TRUE
               WHEN WS-MIG-NEW-CONV(WS-MIG-IDX) = 'X'
                   ADD 1 TO WS-MIG-NOTCONV
                   STRING '  NOT CONVERTED '
                       WS-MIG-NEW-NAME(WS-MIG-IDX)
                       ' OCCURS SHAPE DIFFERS OR HAS TWO LEVELS'
                       DELIMITED BY SIZE INTO ARCHIVE-LINE
                   DISPLAY 'Field not converted: '
                       FUNCTION TRIM(WS-MIG-NEW-NAME(WS-MIG-IDX))
               WHEN WS-MIG-OLD-PIC(WS-MIG-OIDX)
                       NOT = WS-MIG-NEW-PIC(WS-MIG-IDX)
                       OR WS-MIG-OLD-USAGE(WS-MIG-OIDX)
                       NOT = WS-MIG-NEW-USAGE(WS-MIG-IDX)
                       OR WS-MIG-OLD-OCC(WS-MIG-OIDX)
                       NOT = WS-MIG-NEW-OCC(WS-MIG-IDX)
                   ADD 1 TO WS-MIG-MOVED
                   ADD 1 TO WS-MIG-CHANGED
                   STRING '  CHANGED  ' WS-MIG-NEW-NAME(WS-MIG-IDX)
                       ' PIC ' WS-MIG-OLD-PIC(WS-MIG-OIDX)
                       ' ' WS-MIG-OLD-USAGE(WS-MIG-OIDX)
                       ' TO ' WS-MIG-NEW-PIC(WS-MIG-IDX)
                       ' ' WS-MIG-NEW-USAGE(WS-MIG-IDX)
                       DELIMITED BY SIZE INTO ARCHIVE-LINE
               WHEN OTHER
                   ADD 1 TO WS-MIG-MOVED
                   STRING '  MOVED    ' WS-MIG-NEW-NAME(WS-MIG-IDX)
                       ' PIC ' WS-MIG-NEW-PIC(WS-MIG-IDX)
                       ' ' WS-MIG-NEW-USAGE(WS-MIG-IDX)
                       DELIMITED BY SIZE INTO ARCHIVE-LINE
           END-EVALUATE
           WRITE ARCHIVE-LINE
           IF WS-MIG-NEW-CONV(WS-MIG-IDX) NOT = 'X'
                   AND WS-MIG-OLD-OCC(WS-MIG-OIDX)
                   NOT = WS-MIG-NEW-OCC(WS-MIG-IDX)
               MOVE SPACES TO ARCHIVE-LINE
               STRING '           OCCURS ' WS-MIG-OLD-OCC(WS-MIG-OIDX)
                   ' TO ' WS-MIG-NEW-OCC(WS-MIG-IDX)
                   ', EXTRA OCCURRENCES ARE NOT CARRIED'
                   DELIMITED BY SIZE INTO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
           END-IF
           EVALUATE WS-MIG-NEW-CONV(WS-MIG-IDX)
               WHEN 'C'
               WHEN 'K'
                   MOVE '           SIZE CHECKED, FAILURES FLAGGED'
                       TO ARCHIVE-LINE
                   WRITE ARCHIVE-LINE
               WHEN 'T'
                   MOVE '           NUMERIC CHECKED, FAILURES FLAGGED'
                       TO ARCHIVE-LINE
                   WRITE ARCHIVE-LINE
               WHEN 'V'
                   MOVE '           EDITED AS -9(13).9(4)'
                       TO ARCHIVE-LINE
                   WRITE ARCHIVE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4664-REPORT-DROPPED-FIELD.
           ADD 1 TO WS-MIG-DROPPED
           MOVE SPACES TO ARCHIVE-LINE
           STRING '  DROPPED  ' WS-MIG-OLD-NAME(WS-MIG-OIDX)
               ' OFFSET ' WS-MIG-OLD-OFFSET(WS-MIG-OIDX)
               ' LENGTH ' WS-MIG-OLD-LENGTH(WS-MIG-OIDX)
               ' PIC ' WS-MIG-OLD-PIC(WS-MIG-OIDX)
               DELIMITED BY SIZE INTO ARCHIVE-LINE
           WRITE ARCHIVE-LINE
           DISPLAY 'Field dropped: '
               FUNCTION TRIM(WS-MIG-OLD-NAME(WS-MIG-OIDX)).

       4666-REPORT-ADDED-FIELD.
           ADD 1 TO WS-MIG-ADDED
           MOVE SPACES TO ARCHIVE-LINE
           IF WS-MIG-NEW-CONV(WS-MIG-IDX) = 'D'
               ADD 1 TO WS-MIG-DEFAULTED
               MOVE WS-MIG-NEW-RULE(WS-MIG-IDX) TO WS-MIG-RULE-IDX
               STRING '  ADDED    ' WS-MIG-NEW-NAME(WS-MIG-IDX)
                   ' DEFAULT '
                   FUNCTION TRIM(WS-MIG-RULE-VALUE(WS-MIG-RULE-IDX))
                   DELIMITED BY SIZE INTO ARCHIVE-LINE
           ELSE
               IF WS-MIG-NEW-RULE(WS-MIG-IDX) > 0
                   STRING '  ADDED    ' WS-MIG-NEW-NAME(WS-MIG-IDX)
                       ' INITIALIZED, RULE NOT APPLIED TO'
                       ' TWO-LEVEL TABLE'
                       DELIMITED BY SIZE INTO ARCHIVE-LINE
               ELSE
                   STRING '  ADDED    ' WS-MIG-NEW-NAME(WS-MIG-IDX)
                       ' INITIALIZED'
                       DELIMITED BY SIZE INTO ARCHIVE-LINE
               END-IF
           END-IF
           WRITE ARCHIVE-LINE.

       4700-CREATE-RUNDATE-ROLL.
           MOVE 'DTROLL' TO WS-FILENAME-PREFIX
           DISPLAY 'Creating a run-date roll-forward utility...'
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           IF WS-PROGID-OVERRIDE NOT = 'Y'
               MOVE 'DTROLL' TO WS-GEN-PROGID
           END-IF
           IF WS-BC-OUTDATA = SPACES AND NOT WS-PROJECT-MODE
               IF WS-PROF-RUNDATE NOT = SPACES
                   MOVE WS-PROF-RUNDATE TO WS-GEN-OUTFILE
               ELSE
                   MOVE 'rundate.dat' TO WS-GEN-OUTFILE
               END-IF
           END-IF
           MOVE SPACES TO WS-RDR-HOLFILE
           IF NOT WS-BATCH-MODE
               ACCEPT ROLL-SCREEN
           END-IF
           IF WS-RDR-HOLFILE NOT = SPACES
               MOVE WS-RDR-HOLFILE TO WS-GEN-INFILE
           ELSE
               IF WS-BC-INFILE = SPACES AND NOT WS-PROJECT-MODE
                   MOVE 'holiday.dat' TO WS-GEN-INFILE
               END-IF
           END-IF
           PERFORM 0100-PROMPT-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 4705-CREATE-RUNDATE-ROLL-WRITE
           END-IF
           CLOSE SEQFILE
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       4705-CREATE-RUNDATE-ROLL-WRITE.
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING "       PROGRAM-ID. " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-PROGID) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE-CONTROL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'RUNDATE-FILE' TO WS-SEL-FDNAME
           MOVE 'RUNDATE' TO WS-SEL-DDNAME
           MOVE WS-GEN-OUTFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-RUNDATE' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'HOLIDAY-FILE' TO WS-SEL-FDNAME
           MOVE 'HOLIDAY' TO WS-SEL-DDNAME
           MOVE WS-GEN-INFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-HOLIDAY' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 1592-EMIT-RUNDATE-FD
           MOVE "       FD  HOLIDAY-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  HOLIDAY-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  HOL-DATE          PIC X(8)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER            PIC X(72)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 1593-EMIT-RUNDATE-WS
           MOVE "       01  WS-STATUS-HOLIDAY PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  HolidayEof VALUE '10'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-HOL-COUNT PIC 9(3) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-HOL-IDX PIC 9(3)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-HOL-TABLE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  WS-HOL-ENTRY PIC X(8) OCCURS 400 TIMES."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-HOLIDAY-SW PIC X VALUE 'N'."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-CUR-DATE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  WS-CUR-YYYY PIC 9(4)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  WS-CUR-MM PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  WS-CUR-DD PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-NEW-DATE PIC X(8)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-WEEKDAY PIC 9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  WeekendDay VALUES 0 1." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DAYS-IN-MONTH PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MONTH-TABLE PIC X(24)" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               VALUE '312831303130313130313031'."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MONTH-DAYS-TAB REDEFINES WS-MONTH-TABLE."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  WS-MONTH-DAYS PIC 99 OCCURS 12 TIMES."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-Z-YEAR PIC 9(4)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-Z-MONTH PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-Z-SUM PIC 9(5)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-Z-TERM PIC 9(5)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-REM-4 PIC 9(3)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-REM-100 PIC 9(3)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-REM-400 PIC 9(3)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1000-LOAD-HOLIDAYS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 7900-GET-RUN-DATE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-RUN-DATE TO WS-CUR-DATE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-CUR-MM < 1 OR WS-CUR-MM > 12"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 9900-BAD-DATE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 4300-SET-MONTH-DAYS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           IF WS-CUR-DD < 1 OR WS-CUR-DD >"
               " WS-DAYS-IN-MONTH"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 9900-BAD-DATE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 3000-SET-WEEKDAY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 4000-NEXT-BUSINESS-DAY"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-CUR-DATE TO WS-NEW-DATE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 4000-NEXT-BUSINESS-DAY"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-NEW-DATE(5:2) NOT = WS-CUR-DATE(5:2)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE 'Y' TO WS-MONTH-END-FLAG"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE 'N' TO WS-MONTH-END-FLAG"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-RUN-DATE TO WS-PRIOR-DATE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-NEW-DATE TO WS-RUN-DATE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 5000-WRITE-CONTROL" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1401I' TO WS-MSG-KEY
           MOVE 'Run date rolled, prior and new date:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-PRIOR-DATE' TO WS-MSG-TAIL
           MOVE "' ' WS-RUN-DATE" TO WS-MSG-TAIL2
           PERFORM 5310-EMIT-MESSAGE
           MOVE 'GEN1402I' TO WS-MSG-KEY
           MOVE 'Next business day:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-CUR-DATE' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE 'GEN1403I' TO WS-MSG-KEY
           MOVE 'Month-end flag:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-MONTH-END-FLAG' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1000-LOAD-HOLIDAYS." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN INPUT HOLIDAY-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-HOLIDAY NOT = '00'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1404E' TO WS-MSG-KEY
           MOVE 'Error opening holiday calendar. Status:' TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-HOLIDAY' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "               MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1100-READ-HOLIDAY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               UNTIL HolidayEof" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE HOLIDAY-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1405I' TO WS-MSG-KEY
           MOVE 'Holidays loaded:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-HOL-COUNT' TO WS-MSG-TAIL
           MOVE '.' TO WS-MSG-END
           PERFORM 5310-EMIT-MESSAGE
           MOVE "       1100-READ-HOLIDAY." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           READ HOLIDAY-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   SET HolidayEof TO TRUE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               NOT AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 1200-STORE-HOLIDAY"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1200-STORE-HOLIDAY." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF HOL-DATE IS NUMERIC" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               IF WS-HOL-COUNT < 400" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ADD 1 TO WS-HOL-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   MOVE HOL-DATE TO"
               " WS-HOL-ENTRY(WS-HOL-COUNT)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1406W' TO WS-MSG-KEY
           MOVE 'Holiday table full, date ignored:' TO WS-MSG-TEXT
           MOVE 19 TO WS-MSG-INDENT
           MOVE 'HOL-DATE' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "               END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       3000-SET-WEEKDAY." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-CUR-YYYY TO WS-Z-YEAR"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-CUR-MM TO WS-Z-MONTH" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-Z-MONTH < 3" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ADD 12 TO WS-Z-MONTH" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               SUBTRACT 1 FROM WS-Z-YEAR"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           COMPUTE WS-Z-TERM = 13 * (WS-Z-MONTH + 1)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DIVIDE WS-Z-TERM BY 5 GIVING WS-Z-TERM"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-CUR-DD TO WS-Z-SUM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD WS-Z-TERM WS-Z-YEAR TO WS-Z-SUM"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DIVIDE WS-Z-YEAR BY 4 GIVING WS-Z-TERM"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD WS-Z-TERM TO WS-Z-SUM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-TERM"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           SUBTRACT WS-Z-TERM FROM WS-Z-SUM"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DIVIDE WS-Z-YEAR BY 400 GIVING WS-Z-TERM"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD WS-Z-TERM TO WS-Z-SUM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-TERM"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               REMAINDER WS-WEEKDAY." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       4000-NEXT-BUSINESS-DAY." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 4100-ADD-ONE-DAY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 4100-ADD-ONE-DAY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               UNTIL NOT WeekendDay AND"
               " WS-HOLIDAY-SW = 'N'."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       4100-ADD-ONE-DAY." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-CUR-DD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 4300-SET-MONTH-DAYS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-CUR-DD > WS-DAYS-IN-MONTH"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE 1 TO WS-CUR-DD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ADD 1 TO WS-CUR-MM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               IF WS-CUR-MM > 12" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 1 TO WS-CUR-MM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ADD 1 TO WS-CUR-YYYY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-WEEKDAY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-WEEKDAY > 6" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE 0 TO WS-WEEKDAY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 4200-CHECK-HOLIDAY." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       4200-CHECK-HOLIDAY." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'N' TO WS-HOLIDAY-SW" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   UNTIL WS-HOL-IDX > WS-HOL-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   OR WS-HOLIDAY-SW = 'Y'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               IF WS-HOL-ENTRY(WS-HOL-IDX) ="
               " WS-CUR-DATE"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'Y' TO WS-HOLIDAY-SW"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-PERFORM." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       4300-SET-MONTH-DAYS." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE WS-MONTH-DAYS(WS-CUR-MM) TO"
               " WS-DAYS-IN-MONTH"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-CUR-MM = 2" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               DIVIDE WS-CUR-YYYY BY 4 GIVING"
               " WS-Z-TERM"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   REMAINDER WS-REM-4" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               DIVIDE WS-CUR-YYYY BY 100 GIVING"
               " WS-Z-TERM"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   REMAINDER WS-REM-100" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               DIVIDE WS-CUR-YYYY BY 400 GIVING"
               " WS-Z-TERM"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   REMAINDER WS-REM-400" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               IF WS-REM-400 = 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                       OR (WS-REM-4 = 0 AND"
               " WS-REM-100 NOT = 0)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 29 TO WS-DAYS-IN-MONTH"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       5000-WRITE-CONTROL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN OUTPUT RUNDATE-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-RUNDATE NOT = '00'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0011E' TO WS-MSG-KEY
           MOVE 'Error opening run-date control file. Status:'
               TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-RUNDATE' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "               MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO RUNDATE-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-RUN-DATE TO RD-BUSINESS-DATE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-PRIOR-DATE TO RD-PRIOR-DATE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-MONTH-END-FLAG TO RD-MONTH-END-FLAG"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE RUNDATE-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE RUNDATE-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       9900-BAD-DATE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0012E' TO WS-MSG-KEY
           MOVE 'Run-date control record missing or invalid:'
               TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-RUN-DATE' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 1594-EMIT-RUNDATE-PARA.

       4800-CREATE-FILE-SPLITTER.
           MOVE 'SPLITPGM' TO WS-FILENAME-PREFIX
           DISPLAY 'Creating a file splitter program...'
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           IF WS-PROGID-OVERRIDE NOT = 'Y'
               MOVE 'SPLITPGM' TO WS-GEN-PROGID
           END-IF
           MOVE SPACES TO WS-SPL-CPY
           MOVE SPACES TO WS-SPL-OTHER
           MOVE SPACES TO WS-SPL-ROUTE-TAB
           MOVE SPACES TO WS-SPL-FILE-TAB
           MOVE 0 TO WS-SPL-WANTED
           MOVE 0 TO WS-SPL-ROUTE-COUNT
           MOVE 0 TO WS-SPL-FILE-COUNT
           IF WS-BATCH-MODE
               MOVE WS-BC-CPY TO WS-SPL-CPY
               MOVE WS-BC-UNMATCHED TO WS-SPL-OTHER
           ELSE
               ACCEPT SPLIT-SCREEN
           END-IF
           IF WS-SPL-OTHER = SPACES
               MOVE 'unmatched.dat' TO WS-SPL-OTHER
           END-IF
           MOVE 'N' TO WS-USE-LAYOUT
           IF WS-SPL-CPY = SPACES
               DISPLAY 'A record copybook is needed to route on.'
           ELSE
               MOVE WS-SPL-CPY TO WS-LAYOUT-CPY
               PERFORM 0530-LOAD-COPYBOOK-LAYOUT
           END-IF
           IF WS-USE-LAYOUT NOT = 'Y'
               DISPLAY 'File splitter abandoned.'
               IF WS-BATCH-MODE
                   ADD 1 TO WS-RUN-FAILURES
                   MOVE WS-SPL-CPY TO WS-IMP-CPY
                   PERFORM 0097-RECORD-FAILURE-COPYBOOK
               END-IF
           ELSE
               PERFORM 9305-SET-FIELD-OFFSETS
               PERFORM 4810-LOAD-SPLIT-ROUTES
               IF WS-SPL-ROUTE-COUNT = 0
                   DISPLAY 'No usable routes, file splitter abandoned.'
                   PERFORM 4895-COUNT-SPLIT-FAILURE
               ELSE
                   PERFORM 4820-SET-SPLIT-RECORD
                   PERFORM 0100-PROMPT-OUTPUT-FILENAME
                   PERFORM 0150-OPEN-SEQFILE-CHECKED
                   IF WS-GEN-OPEN-FAILED = 'N'
                       PERFORM 4830-CREATE-SPLITTER-WRITE
                   END-IF
                   CLOSE SEQFILE
                   IF WS-GEN-OPEN-FAILED = 'N'
                       DISPLAY 'Routes: ' WS-SPL-ROUTE-COUNT
                           '  output files: ' WS-SPL-FILE-COUNT
                           ' plus ' FUNCTION TRIM(WS-SPL-OTHER)
                       PERFORM 0940-PREVIEW-AND-CONFIRM
                   END-IF
               END-IF
           END-IF.

       4810-LOAD-SPLIT-ROUTES.
           IF WS-BATCH-MODE
               PERFORM VARYING WS-BC-ROUTE-IDX FROM 1 BY 1
                       UNTIL WS-BC-ROUTE-IDX > 20
                   IF WS-BC-ROUTE(WS-BC-ROUTE-IDX) NOT = SPACES
                       PERFORM 4812-PARSE-SPLIT-ROUTE
                   END-IF
               END-PERFORM
           ELSE
               IF WS-SPL-WANTED > 20
                   MOVE 20 TO WS-SPL-WANTED
               END-IF
               PERFORM VARYING WS-SPL-NN FROM 1 BY 1
                       UNTIL WS-SPL-NN > WS-SPL-WANTED
                   COMPUTE WS-SPL-ROUTE-IDX = WS-SPL-ROUTE-COUNT + 1
                   MOVE SPACES TO WS-SPL-ROUTE(WS-SPL-ROUTE-IDX)
                   ACCEPT SPLIT-ROUTE-SCREEN
                   PERFORM 4815-CHECK-SPLIT-ROUTE
               END-PERFORM
           END-IF.

       4812-PARSE-SPLIT-ROUTE.
           MOVE SPACES TO WS-SPL-TOK-TAB
           MOVE 0 TO WS-SPL-TOKENS
           UNSTRING WS-BC-ROUTE(WS-BC-ROUTE-IDX) DELIMITED BY ':'
               INTO WS-SPL-TOK(1) WS-SPL-TOK(2)
                    WS-SPL-TOK(3) WS-SPL-TOK(4)
               TALLYING IN WS-SPL-TOKENS
               ON OVERFLOW
                   MOVE 9 TO WS-SPL-TOKENS
           END-UNSTRING
           COMPUTE WS-SPL-ROUTE-IDX = WS-SPL-ROUTE-COUNT + 1
           MOVE SPACES TO WS-SPL-ROUTE(WS-SPL-ROUTE-IDX)
           EVALUATE WS-SPL-TOKENS
               WHEN 3
                   MOVE WS-SPL-TOK(1)
                       TO WS-SPL-R-FIELD(WS-SPL-ROUTE-IDX)
                   MOVE WS-SPL-TOK(2) TO WS-SPL-R-LOW(WS-SPL-ROUTE-IDX)
                   MOVE WS-SPL-TOK(3) TO WS-SPL-R-FILE(WS-SPL-ROUTE-IDX)
                   PERFORM 4815-CHECK-SPLIT-ROUTE
               WHEN 4
                   MOVE WS-SPL-TOK(1)
                       TO WS-SPL-R-FIELD(WS-SPL-ROUTE-IDX)
                   MOVE WS-SPL-TOK(2) TO WS-SPL-R-LOW(WS-SPL-ROUTE-IDX)
                   MOVE WS-SPL-TOK(3) TO WS-SPL-R-HIGH(WS-SPL-ROUTE-IDX)
                   MOVE WS-SPL-TOK(4) TO WS-SPL-R-FILE(WS-SPL-ROUTE-IDX)
                   PERFORM 4815-CHECK-SPLIT-ROUTE
               WHEN OTHER
                   DISPLAY 'Route ignored, expected field:value:file'
                       ' or field:low:high:file: '
                       FUNCTION TRIM(WS-BC-ROUTE(WS-BC-ROUTE-IDX))
                   PERFORM 4897-COUNT-SPLIT-WARNING
           END-EVALUATE.

       4815-CHECK-SPLIT-ROUTE.
           MOVE 'Y' TO WS-SPL-OK
           MOVE WS-SPL-R-FIELD(WS-SPL-ROUTE-IDX) TO WS-SRT-NAME
           PERFORM 1251-FIND-LAYOUT-FIELD
           MOVE WS-SRT-NAME TO WS-SPL-R-FIELD(WS-SPL-ROUTE-IDX)
           IF WS-SRT-FIDX = 0
               MOVE 'N' TO WS-SPL-OK
           ELSE
               IF WS-COPY-FIELD-PIC(WS-SRT-FIDX) = SPACES
                       OR WS-COPY-FIELD-OCCURS(WS-SRT-FIDX) > 0
                       OR WS-COPY-FIELD-INOCC(WS-SRT-FIDX) > 0
                   DISPLAY 'Field ' FUNCTION TRIM(WS-SRT-NAME)
                       ' is a group or table item.'
                   MOVE 'N' TO WS-SPL-OK
               END-IF
           END-IF
           IF WS-SPL-R-LOW(WS-SPL-ROUTE-IDX) = SPACES
                   OR WS-SPL-R-FILE(WS-SPL-ROUTE-IDX) = SPACES
               DISPLAY 'Route on ' FUNCTION TRIM(WS-SRT-NAME)
                   ' has no value or no output file.'
               MOVE 'N' TO WS-SPL-OK
           END-IF
           IF WS-SPL-OK = 'Y'
               IF WS-SRT-FMT = 'CH'
                   PERFORM 4816-CHECK-SPLIT-TEXT-VALUE
               ELSE
                   PERFORM 4817-CHECK-SPLIT-NUMERIC-VALUE
               END-IF
           END-IF
           IF WS-SPL-OK = 'Y'
               ADD 1 TO WS-SPL-ROUTE-COUNT
               PERFORM 4818-ASSIGN-SPLIT-FILE
           ELSE
               DISPLAY 'Route on '
                   FUNCTION TRIM(WS-SPL-R-FIELD(WS-SPL-ROUTE-IDX))
                   ' ignored.'
               PERFORM 4897-COUNT-SPLIT-WARNING
           END-IF.

       4816-CHECK-SPLIT-TEXT-VALUE.
           MOVE 'N' TO WS-SPL-R-NUMERIC(WS-SPL-ROUTE-IDX)
           IF FUNCTION LENGTH(FUNCTION TRIM
                   (WS-SPL-R-LOW(WS-SPL-ROUTE-IDX))) > WS-SRT-FLEN
                   OR FUNCTION LENGTH(FUNCTION TRIM
                   (WS-SPL-R-HIGH(WS-SPL-ROUTE-IDX))) > WS-SRT-FLEN
               DISPLAY 'Value for ' FUNCTION TRIM(WS-SRT-NAME)
                   ' is longer than the field.'
               MOVE 'N' TO WS-SPL-OK
           END-IF
           MOVE 0 TO WS-SPL-TALLY
           INSPECT WS-SPL-R-LOW(WS-SPL-ROUTE-IDX)
               TALLYING WS-SPL-TALLY FOR ALL "'" ALL '"'
           INSPECT WS-SPL-R-HIGH(WS-SPL-ROUTE-IDX)
               TALLYING WS-SPL-TALLY FOR ALL "'" ALL '"'
           IF WS-SPL-TALLY > 0
               DISPLAY 'Value for ' FUNCTION TRIM(WS-SRT-NAME)
                   ' may not contain quotes.'
               MOVE 'N' TO WS-SPL-OK
           END-IF
           IF WS-SPL-R-HIGH(WS-SPL-ROUTE-IDX) NOT = SPACES
                   AND WS-SPL-R-HIGH(WS-SPL-ROUTE-IDX)
                   < WS-SPL-R-LOW(WS-SPL-ROUTE-IDX)
               DISPLAY 'Range for ' FUNCTION TRIM(WS-SRT-NAME)
                   ' is low above high.'
               MOVE 'N' TO WS-SPL-OK
           END-IF.

       4817-CHECK-SPLIT-NUMERIC-VALUE.
           MOVE 'Y' TO WS-SPL-R-NUMERIC(WS-SPL-ROUTE-IDX)
           MOVE WS-SRT-FIDX TO WS-COPY-FIELD-IDX
           PERFORM 2920-COUNT-FIELD-DECIMALS
           PERFORM 5624-COUNT-PIC-DIGITS
           MOVE WS-SPL-R-LOW(WS-SPL-ROUTE-IDX) TO WS-SPL-NUMWK
           PERFORM 4819-CHECK-SPLIT-NUMBER
           MOVE WS-SPL-NUMWK TO WS-SPL-R-LOW(WS-SPL-ROUTE-IDX)
           IF WS-SPL-NUM-OK = 'Y'
                   AND WS-SPL-R-HIGH(WS-SPL-ROUTE-IDX) NOT = SPACES
               MOVE WS-SPL-R-HIGH(WS-SPL-ROUTE-IDX) TO WS-SPL-NUMWK
               PERFORM 4819-CHECK-SPLIT-NUMBER
               MOVE WS-SPL-NUMWK TO WS-SPL-R-HIGH(WS-SPL-ROUTE-IDX)
           END-IF
           IF WS-SPL-NUM-OK = 'N'
               DISPLAY 'Value for numeric field '
                   FUNCTION TRIM(WS-SRT-NAME) ' '
                   FUNCTION TRIM(WS-SPL-NUM-MSG)
               MOVE 'N' TO WS-SPL-OK
           ELSE
               IF WS-SPL-R-HIGH(WS-SPL-ROUTE-IDX) NOT = SPACES
                   IF FUNCTION NUMVAL(WS-SPL-R-HIGH(WS-SPL-ROUTE-IDX))
                       < FUNCTION NUMVAL(WS-SPL-R-LOW(WS-SPL-ROUTE-IDX))
                       DISPLAY 'Range for ' FUNCTION TRIM(WS-SRT-NAME)
                           ' is low above high.'
                       MOVE 'N' TO WS-SPL-OK
                   END-IF
               END-IF
           END-IF.

       4818-ASSIGN-SPLIT-FILE.
           MOVE 0 TO WS-SPL-R-OUT(WS-SPL-ROUTE-IDX)
           IF WS-SPL-R-FILE(WS-SPL-ROUTE-IDX) NOT = WS-SPL-OTHER
               PERFORM VARYING WS-SPL-FILE-IDX FROM 1 BY 1
                       UNTIL WS-SPL-FILE-IDX > WS-SPL-FILE-COUNT
                   IF WS-SPL-FILE(WS-SPL-FILE-IDX) =
                           WS-SPL-R-FILE(WS-SPL-ROUTE-IDX)
                       MOVE WS-SPL-FILE-IDX
                           TO WS-SPL-R-OUT(WS-SPL-ROUTE-IDX)
                   END-IF
               END-PERFORM
               IF WS-SPL-R-OUT(WS-SPL-ROUTE-IDX) = 0
                   ADD 1 TO WS-SPL-FILE-COUNT
                   MOVE WS-SPL-R-FILE(WS-SPL-ROUTE-IDX)
                       TO WS-SPL-FILE(WS-SPL-FILE-COUNT)
                   MOVE WS-SPL-FILE-COUNT
                       TO WS-SPL-R-OUT(WS-SPL-ROUTE-IDX)
               END-IF
           END-IF.

       4819-CHECK-SPLIT-NUMBER.
           MOVE 'Y' TO WS-SPL-NUM-OK
           MOVE 'N' TO WS-SPL-NUM-NEG
           MOVE 'N' TO WS-SPL-NUM-PT
           MOVE 0 TO WS-SPL-NUM-INT
           MOVE 0 TO WS-SPL-NUM-DEC
           MOVE 0 TO WS-SPL-NUM-DPOS
           MOVE SPACES TO WS-SPL-NUMDIG
           MOVE 0 TO WS-SPL-DIG-POS
           IF FUNCTION TEST-NUMVAL(WS-SPL-NUMWK) NOT = 0
               MOVE 'N' TO WS-SPL-NUM-OK
               MOVE 'is not numeric.' TO WS-SPL-NUM-MSG
           ELSE
               PERFORM VARYING WS-SPL-NUM-POS FROM 1 BY 1
                       UNTIL WS-SPL-NUM-POS > 30
                   EVALUATE TRUE
                       WHEN WS-SPL-NUMWK(WS-SPL-NUM-POS:1) IS NUMERIC
                           IF WS-SPL-NUM-PT = 'Y'
                               ADD 1 TO WS-SPL-NUM-DPOS
                               IF WS-SPL-NUMWK(WS-SPL-NUM-POS:1)
                                       NOT = '0'
                                   MOVE WS-SPL-NUM-DPOS
                                       TO WS-SPL-NUM-DEC
                               END-IF
                           ELSE
                               IF WS-SPL-NUMWK(WS-SPL-NUM-POS:1)
                                       NOT = '0'
                                       OR WS-SPL-NUM-INT > 0
                                   ADD 1 TO WS-SPL-NUM-INT
                               END-IF
                           END-IF
                           ADD 1 TO WS-SPL-DIG-POS
                           MOVE WS-SPL-NUMWK(WS-SPL-NUM-POS:1)
                               TO WS-SPL-NUMDIG(WS-SPL-DIG-POS:1)
                       WHEN WS-SPL-NUMWK(WS-SPL-NUM-POS:1) = '.'
                           MOVE 'Y' TO WS-SPL-NUM-PT
                           IF WS-SPL-DIG-POS = 0
                               ADD 1 TO WS-SPL-DIG-POS
                               MOVE '0'
                                   TO WS-SPL-NUMDIG(WS-SPL-DIG-POS:1)
                           END-IF
                           ADD 1 TO WS-SPL-DIG-POS
                           MOVE '.' TO WS-SPL-NUMDIG(WS-SPL-DIG-POS:1)
                       WHEN WS-SPL-NUMWK(WS-SPL-NUM-POS:1) = '-'
                       WHEN WS-SPL-NUMWK(WS-SPL-NUM-POS:1) = 'C'
                       WHEN WS-SPL-NUMWK(WS-SPL-NUM-POS:1) = 'c'
                       WHEN WS-SPL-NUMWK(WS-SPL-NUM-POS:1) = 'D'
                       WHEN WS-SPL-NUMWK(WS-SPL-NUM-POS:1) = 'd'
                           MOVE 'Y' TO WS-SPL-NUM-NEG
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
               IF WS-SPL-NUMDIG(WS-SPL-DIG-POS:1) = '.'
                   MOVE SPACE TO WS-SPL-NUMDIG(WS-SPL-DIG-POS:1)
               END-IF
               MOVE SPACES TO WS-SPL-NUMWK
               IF WS-SPL-NUM-NEG = 'Y'
                   STRING '-' WS-SPL-NUMDIG DELIMITED BY SPACE
                       INTO WS-SPL-NUMWK
               ELSE
                   MOVE WS-SPL-NUMDIG TO WS-SPL-NUMWK
               END-IF
               EVALUATE TRUE
                   WHEN WS-SPL-NUM-NEG = 'Y'
                           AND WS-CSV-PICWK(1:1) NOT = 'S'
                       MOVE 'N' TO WS-SPL-NUM-OK
                       MOVE 'is negative; the field is unsigned.'
                           TO WS-SPL-NUM-MSG
                   WHEN WS-SPL-NUM-DEC > WS-CSV-DECS
                       MOVE 'N' TO WS-SPL-NUM-OK
                       MOVE 'has more decimals than the field.'
                           TO WS-SPL-NUM-MSG
                   WHEN WS-SPL-NUM-INT + WS-CSV-DECS > WS-MSK-DIGITS
                       MOVE 'N' TO WS-SPL-NUM-OK
                       MOVE 'has more digits than the field.'
                           TO WS-SPL-NUM-MSG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       4820-SET-SPLIT-RECORD.
           MOVE 'N' TO WS-SPL-BIN
           MOVE 0 TO WS-SPL-RECLEN
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               IF WS-COPY-FIELD-OFFSET(WS-COPY-FIELD-IDX)
                       + WS-COPY-FIELD-LENGTH(WS-COPY-FIELD-IDX)
                       - 1 > WS-SPL-RECLEN
                   COMPUTE WS-SPL-RECLEN =
                       WS-COPY-FIELD-OFFSET(WS-COPY-FIELD-IDX)
                       + WS-COPY-FIELD-LENGTH(WS-COPY-FIELD-IDX)
                       - 1
               END-IF
               IF WS-COPY-FIELD-USAGE(WS-COPY-FIELD-IDX) NOT = SPACES
                   MOVE 'Y' TO WS-SPL-BIN
               END-IF
           END-PERFORM
           IF WS-SPL-RECLEN = 0
               MOVE 80 TO WS-SPL-RECLEN
           END-IF.

       4830-CREATE-SPLITTER-WRITE.
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING "       PROGRAM-ID. " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-PROGID) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "      * RECORD LAYOUT: " FUNCTION TRIM(WS-SPL-CPY)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       INPUT-OUTPUT SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE-CONTROL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'IN-FILE' TO WS-SEL-FDNAME
           MOVE 'INFILE' TO WS-SEL-DDNAME
           MOVE WS-GEN-INFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-INPUT' TO WS-SEL-STATUS
           IF WS-SPL-BIN = 'Y'
               MOVE 'S' TO WS-SEL-ORG
           END-IF
           PERFORM 1590-EMIT-SELECT-CLAUSE
           PERFORM VARYING WS-SPL-FILE-IDX FROM 1 BY 1
                   UNTIL WS-SPL-FILE-IDX > WS-SPL-FILE-COUNT
               MOVE WS-SPL-FILE-IDX TO WS-SPL-NN
               MOVE SPACES TO WS-SEL-FDNAME
               STRING 'SPLIT-FILE-' WS-SPL-NN
                   DELIMITED BY SIZE INTO WS-SEL-FDNAME
               MOVE SPACES TO WS-SEL-DDNAME
               STRING 'SPLIT' WS-SPL-NN
                   DELIMITED BY SIZE INTO WS-SEL-DDNAME
               MOVE WS-SPL-FILE(WS-SPL-FILE-IDX) TO WS-SEL-ASSIGN
               MOVE 'WS-STATUS-SPLIT' TO WS-SEL-STATUS
               IF WS-SPL-BIN = 'Y'
                   MOVE 'S' TO WS-SEL-ORG
               END-IF
               PERFORM 1590-EMIT-SELECT-CLAUSE
           END-PERFORM
           MOVE 'UNMATCHED-FILE' TO WS-SEL-FDNAME
           MOVE 'SPLITOTH' TO WS-SEL-DDNAME
           MOVE WS-SPL-OTHER TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-SPLIT' TO WS-SEL-STATUS
           IF WS-SPL-BIN = 'Y'
               MOVE 'S' TO WS-SEL-ORG
           END-IF
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'SPLIT-REPORT' TO WS-SEL-FDNAME
           MOVE 'SPLITRPT' TO WS-SEL-DDNAME
           MOVE 'split.rpt' TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-REPORT' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  IN-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  IN-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 1550-EMIT-FIELD-LINES
           MOVE WS-SPL-RECLEN TO WS-SRT-LEN-ED
           PERFORM VARYING WS-SPL-FILE-IDX FROM 1 BY 1
                   UNTIL WS-SPL-FILE-IDX > WS-SPL-FILE-COUNT
               MOVE WS-SPL-FILE-IDX TO WS-SPL-NN
               MOVE SPACES TO WS-BUILD-LINE
               STRING "       FD  SPLIT-FILE-" WS-SPL-NN "."
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "       01  SPLIT-RECORD-" WS-SPL-NN " PIC X("
                   FUNCTION TRIM(WS-SRT-LEN-ED) ")."
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "       FD  UNMATCHED-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  UNMATCHED-RECORD PIC X("
               FUNCTION TRIM(WS-SRT-LEN-ED) ")."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  SPLIT-REPORT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  SPLIT-REPORT-LINE PIC X(80)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-INPUT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  EndOfFile VALUE '10'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  NoErrors  VALUE '00'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-SPLIT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-REPORT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORDS-READ PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORDS-WRITTEN PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-UNMATCHED-COUNT PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-SPL-FILE-COUNT > 0
               MOVE "       01  WS-SPLIT-COUNTS VALUE ZEROS."
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE WS-SPL-FILE-COUNT TO WS-SPL-NN
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           05  WS-SPLIT-COUNT OCCURS "
                   WS-SPL-NN " TIMES PIC 9(7)."
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "       01  WS-COUNT-ED PIC Z(6)9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN INPUT IN-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF NOT NoErrors" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0001E' TO WS-MSG-KEY
           MOVE 'Error opening input file. Status:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-INPUT' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SPL-FILE-IDX FROM 1 BY 1
                   UNTIL WS-SPL-FILE-IDX > WS-SPL-FILE-COUNT
               MOVE WS-SPL-FILE-IDX TO WS-SPL-NN
               MOVE SPACES TO WS-SPL-REF
               STRING 'SPLIT-FILE-' WS-SPL-NN
                   DELIMITED BY SIZE INTO WS-SPL-REF
               MOVE WS-SPL-FILE(WS-SPL-FILE-IDX) TO WS-SEL-ASSIGN
               PERFORM 4840-EMIT-SPLIT-OPEN
           END-PERFORM
           MOVE 'UNMATCHED-FILE' TO WS-SPL-REF
           MOVE WS-SPL-OTHER TO WS-SEL-ASSIGN
           PERFORM 4840-EMIT-SPLIT-OPEN
           MOVE "           OPEN OUTPUT SPLIT-REPORT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1501T' TO WS-MSG-KEY
           MOVE 'FILE SPLIT REPORT' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'MOVE' TO WS-MSG-LEAD
           MOVE 'TO SPLIT-REPORT-LINE' TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE "           WRITE SPLIT-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SPL-ROUTE-IDX FROM 1 BY 1
                   UNTIL WS-SPL-ROUTE-IDX > WS-SPL-ROUTE-COUNT
               PERFORM 4845-EMIT-ROUTE-HEADING
           END-PERFORM
           MOVE "           PERFORM 8000-READ-INPUT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1000-ROUTE-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               UNTIL EndOfFile" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 9000-WRITE-TOTALS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE IN-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SPL-FILE-IDX FROM 1 BY 1
                   UNTIL WS-SPL-FILE-IDX > WS-SPL-FILE-COUNT
               MOVE WS-SPL-FILE-IDX TO WS-SPL-NN
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           CLOSE SPLIT-FILE-" WS-SPL-NN
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "           CLOSE UNMATCHED-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE SPLIT-REPORT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-RECORDS-WRITTEN NOT = WS-RECORDS-READ"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1000-ROUTE-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EVALUATE TRUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SPL-ROUTE-IDX FROM 1 BY 1
                   UNTIL WS-SPL-ROUTE-IDX > WS-SPL-ROUTE-COUNT
               PERFORM 4850-EMIT-ROUTE-CONDITION
           END-PERFORM
           MOVE "           WHEN OTHER" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 2099-WRITE-UNMATCHED" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-EVALUATE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 8000-READ-INPUT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SPL-FILE-IDX FROM 1 BY 1
                   UNTIL WS-SPL-FILE-IDX > WS-SPL-FILE-COUNT
               MOVE WS-SPL-FILE-IDX TO WS-SPL-NN
               MOVE SPACES TO WS-BUILD-LINE
               STRING "       20" WS-SPL-NN "-WRITE-SPLIT-"
                   WS-SPL-NN "."
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           WRITE SPLIT-RECORD-" WS-SPL-NN
                   " FROM IN-RECORD"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE WS-SPL-FILE(WS-SPL-FILE-IDX) TO WS-SEL-ASSIGN
               PERFORM 4855-EMIT-SPLIT-WRITE-CHECK
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           ADD 1 TO WS-SPLIT-COUNT(" WS-SPL-NN
                   ")."
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "       2099-WRITE-UNMATCHED." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE UNMATCHED-RECORD FROM IN-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE WS-SPL-OTHER TO WS-SEL-ASSIGN
           PERFORM 4855-EMIT-SPLIT-WRITE-CHECK
           MOVE "           ADD 1 TO WS-UNMATCHED-COUNT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       8000-READ-INPUT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           READ IN-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   SET EndOfFile TO TRUE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               NOT AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ADD 1 TO WS-RECORDS-READ"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       9000-WRITE-TOTALS." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO SPLIT-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE SPLIT-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-MIG-CAP-KEY
           PERFORM VARYING WS-SPL-FILE-IDX FROM 1 BY 1
                   UNTIL WS-SPL-FILE-IDX > WS-SPL-FILE-COUNT
               MOVE WS-SPL-FILE-IDX TO WS-SPL-NN
               MOVE SPACES TO WS-MIG-SRC-REF
               STRING 'WS-SPLIT-COUNT(' WS-SPL-NN ')'
                   DELIMITED BY SIZE INTO WS-MIG-SRC-REF
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           ADD " FUNCTION TRIM(WS-MIG-SRC-REF)
                   " TO WS-RECORDS-WRITTEN"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE WS-SPL-FILE(WS-SPL-FILE-IDX) TO WS-SPL-REF
               PERFORM 4860-EMIT-SPLIT-TOTAL-LINE
           END-PERFORM
           MOVE "           ADD WS-UNMATCHED-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               TO WS-RECORDS-WRITTEN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'WS-UNMATCHED-COUNT' TO WS-MIG-SRC-REF
           MOVE WS-SPL-OTHER TO WS-SPL-REF
           PERFORM 4860-EMIT-SPLIT-TOTAL-LINE
           MOVE "           MOVE SPACES TO SPLIT-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE SPLIT-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'WS-RECORDS-READ' TO WS-MIG-SRC-REF
           MOVE 'RECORDS READ:' TO WS-SPL-REF
           MOVE 'GEN1505T' TO WS-MIG-CAP-KEY
           PERFORM 4860-EMIT-SPLIT-TOTAL-LINE
           MOVE 'WS-RECORDS-WRITTEN' TO WS-MIG-SRC-REF
           MOVE 'RECORDS WRITTEN:' TO WS-SPL-REF
           MOVE 'GEN1506T' TO WS-MIG-CAP-KEY
           PERFORM 4860-EMIT-SPLIT-TOTAL-LINE
           MOVE "           IF WS-RECORDS-WRITTEN = WS-RECORDS-READ"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1507T' TO WS-MSG-KEY
           MOVE 'RECORD COUNTS BALANCE' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'MOVE' TO WS-MSG-LEAD
           MOVE 'TO SPLIT-REPORT-LINE' TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0005E' TO WS-MSG-KEY
           MOVE 'RECORD COUNTS OUT OF BALANCE' TO WS-MSG-TEXT
           MOVE 60 TO WS-MSG-MAX
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'MOVE' TO WS-MSG-LEAD
           PERFORM 5320-EMIT-CAPTION
           MOVE "               TO SPLIT-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE SPLIT-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY SPLIT-REPORT-LINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       4840-EMIT-SPLIT-OPEN.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           OPEN OUTPUT " FUNCTION TRIM(WS-SPL-REF)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-SPLIT NOT = '00'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0002E' TO WS-MSG-KEY
           MOVE 'Error opening output file. Status:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-SPLIT' TO WS-MSG-TAIL
           MOVE SPACES TO WS-MSG-TAIL2
           STRING "' " FUNCTION TRIM(WS-SEL-ASSIGN) "'"
               DELIMITED BY SIZE INTO WS-MSG-TAIL2
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       4845-EMIT-ROUTE-HEADING.
           MOVE "           MOVE SPACES TO SPLIT-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1502T' TO WS-MSG-KEY
           MOVE 'ROUTE' TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           PERFORM 5302-QUOTE-MESSAGE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           STRING '" WS-MSG-LIT(1:WS-MSG-LIT-LEN)
               WS-SPL-ROUTE-IDX " "
               FUNCTION TRIM(WS-SPL-R-FIELD(WS-SPL-ROUTE-IDX)) "'"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           IF WS-SPL-R-HIGH(WS-SPL-ROUTE-IDX) = SPACES
               STRING "               ' = "
                   FUNCTION TRIM(WS-SPL-R-LOW(WS-SPL-ROUTE-IDX)) "'"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               MOVE 'GEN1503T' TO WS-MSG-KEY
               MOVE 'FROM' TO WS-MSG-TEXT
               MOVE 1 TO WS-MSG-PAD
               PERFORM 5302-QUOTE-MESSAGE
               STRING "               ' " WS-MSG-LIT(1:WS-MSG-LIT-LEN)
                   FUNCTION TRIM(WS-SPL-R-LOW(WS-SPL-ROUTE-IDX)) "'"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE 'GEN1504T' TO WS-MSG-KEY
               MOVE 'TO' TO WS-MSG-TEXT
               MOVE 1 TO WS-MSG-PAD
               PERFORM 5302-QUOTE-MESSAGE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "               ' " WS-MSG-LIT(1:WS-MSG-LIT-LEN)
                   FUNCTION TRIM(WS-SPL-R-HIGH(WS-SPL-ROUTE-IDX)) "'"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               ' -> "
               FUNCTION TRIM(WS-SPL-R-FILE(WS-SPL-ROUTE-IDX)) "'"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               DELIMITED BY SIZE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               INTO SPLIT-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE SPLIT-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       4850-EMIT-ROUTE-CONDITION.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           WHEN "
               FUNCTION TRIM(WS-SPL-R-FIELD(WS-SPL-ROUTE-IDX))
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-SPL-R-HIGH(WS-SPL-ROUTE-IDX) = SPACES
               MOVE '=' TO WS-SPL-REF
               MOVE WS-SPL-R-LOW(WS-SPL-ROUTE-IDX) TO WS-MIG-VALUE
               PERFORM 4852-EMIT-ROUTE-COMPARE
           ELSE
               MOVE 'NOT <' TO WS-SPL-REF
               MOVE WS-SPL-R-LOW(WS-SPL-ROUTE-IDX) TO WS-MIG-VALUE
               PERFORM 4852-EMIT-ROUTE-COMPARE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           AND "
                   FUNCTION TRIM(WS-SPL-R-FIELD(WS-SPL-ROUTE-IDX))
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE 'NOT >' TO WS-SPL-REF
               MOVE WS-SPL-R-HIGH(WS-SPL-ROUTE-IDX) TO WS-MIG-VALUE
               PERFORM 4852-EMIT-ROUTE-COMPARE
           END-IF
           IF WS-SPL-R-OUT(WS-SPL-ROUTE-IDX) = 0
               MOVE "           PERFORM 2099-WRITE-UNMATCHED"
                   TO OUTPUT-LINE
           ELSE
               MOVE WS-SPL-R-OUT(WS-SPL-ROUTE-IDX) TO WS-SPL-NN
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           PERFORM 20" WS-SPL-NN
                   "-WRITE-SPLIT-" WS-SPL-NN
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
           END-IF
           WRITE OUTPUT-LINE.

       4852-EMIT-ROUTE-COMPARE.
           MOVE SPACES TO WS-BUILD-LINE
           IF WS-SPL-R-NUMERIC(WS-SPL-ROUTE-IDX) = 'Y'
               STRING "               " FUNCTION TRIM(WS-SPL-REF) " "
                   FUNCTION TRIM(WS-MIG-VALUE)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
           ELSE
               STRING "               " FUNCTION TRIM(WS-SPL-REF) " '"
                   FUNCTION TRIM(WS-MIG-VALUE) "'"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
           END-IF
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       4855-EMIT-SPLIT-WRITE-CHECK.
           MOVE "           IF WS-STATUS-SPLIT NOT = '00'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0810E' TO WS-MSG-KEY
           MOVE 'Error writing output file. Status:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-SPLIT' TO WS-MSG-TAIL
           MOVE SPACES TO WS-MSG-TAIL2
           STRING "' " FUNCTION TRIM(WS-SEL-ASSIGN) "'"
               DELIMITED BY SIZE INTO WS-MSG-TAIL2
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       4860-EMIT-SPLIT-TOTAL-LINE.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE " FUNCTION TRIM(WS-MIG-SRC-REF)
               " TO WS-COUNT-ED"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO SPLIT-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-MIG-CAP-KEY = SPACES
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           STRING '" WS-SPL-REF "' WS-COUNT-ED"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               MOVE WS-MIG-CAP-KEY TO WS-MSG-KEY
               MOVE WS-SPL-REF TO WS-MSG-TEXT
               MOVE 1 TO WS-MSG-PAD
               MOVE 11 TO WS-MSG-INDENT
               MOVE 'STRING' TO WS-MSG-LEAD
               MOVE 'WS-COUNT-ED' TO WS-MSG-TAIL
               PERFORM 5320-EMIT-CAPTION
           END-IF
           MOVE "               DELIMITED BY SIZE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               INTO SPLIT-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE SPLIT-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY SPLIT-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       4895-COUNT-SPLIT-FAILURE.
           IF WS-BATCH-MODE
               ADD 1 TO WS-RUN-FAILURES
               IF WS-FAIL-USED < 20
                   ADD 1 TO WS-FAIL-USED
                   MOVE SPACES TO WS-FAIL-LINE(WS-FAIL-USED)
                   STRING 'FAILED: card ' WS-CARD-NUMBER
                       ' no usable ROUTE for file splitter'
                       DELIMITED BY SIZE
                       INTO WS-FAIL-LINE(WS-FAIL-USED)
               END-IF
           END-IF.

       4897-COUNT-SPLIT-WARNING.
           IF WS-BATCH-MODE
               ADD 1 TO WS-RUN-WARNINGS
           END-IF.

       4900-CREATE-DEDUP-PROGRAM.
           MOVE 'DEDUPPGM' TO WS-FILENAME-PREFIX
           DISPLAY 'Creating a duplicate removal program...'
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           IF WS-PROGID-OVERRIDE NOT = 'Y'
               MOVE 'DEDUPPGM' TO WS-GEN-PROGID
           END-IF
           MOVE 'N' TO WS-DED-GENERATED
           MOVE SPACES TO WS-DED-CPY
           MOVE SPACES TO WS-DED-KEEP
           MOVE SPACES TO WS-DED-FIELD
           MOVE SPACES TO WS-DED-DUPFILE
           IF WS-BATCH-MODE
               MOVE WS-BC-CPY TO WS-DED-CPY
               MOVE WS-BC-KEEP TO WS-DED-KEEP
               MOVE WS-BC-KEEPFIELD TO WS-DED-FIELD
               MOVE WS-BC-ERRFILE TO WS-DED-DUPFILE
           ELSE
               ACCEPT DEDUP-SCREEN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-DED-KEEP) TO WS-DED-KEEP
           IF WS-DED-KEEP = SPACES
               MOVE 'FIRST' TO WS-DED-KEEP
           END-IF
           IF WS-DED-DUPFILE = SPACES
               MOVE 'duplicates.dat' TO WS-DED-DUPFILE
           END-IF
           IF WS-DED-KEEP NOT = 'HIGH' AND WS-DED-KEEP NOT = 'LOW'
               MOVE SPACES TO WS-DED-FIELD
           END-IF
           PERFORM 0220-PROMPT-SORT-KEYS
           MOVE 'N' TO WS-USE-LAYOUT
           IF WS-DED-CPY = SPACES
               DISPLAY 'A record copybook is needed for the key.'
           ELSE
               MOVE WS-DED-CPY TO WS-LAYOUT-CPY
               PERFORM 0530-LOAD-COPYBOOK-LAYOUT
           END-IF
           IF WS-USE-LAYOUT NOT = 'Y'
               DISPLAY 'Duplicate removal abandoned.'
               IF WS-BATCH-MODE
                   ADD 1 TO WS-RUN-FAILURES
                   MOVE WS-DED-CPY TO WS-IMP-CPY
                   PERFORM 0097-RECORD-FAILURE-COPYBOOK
               END-IF
           ELSE
               PERFORM 9305-SET-FIELD-OFFSETS
               PERFORM 4820-SET-SPLIT-RECORD
               PERFORM 4910-CHECK-DEDUP-SPEC
               IF WS-DED-OK NOT = 'Y'
                   DISPLAY 'Duplicate removal abandoned.'
                   PERFORM 4995-COUNT-DEDUP-FAILURE
               ELSE
                   PERFORM 0100-PROMPT-OUTPUT-FILENAME
                   PERFORM 0150-OPEN-SEQFILE-CHECKED
                   IF WS-GEN-OPEN-FAILED = 'N'
                       PERFORM 4930-CREATE-DEDUP-WRITE
                       MOVE 'Y' TO WS-DED-GENERATED
                   END-IF
                   CLOSE SEQFILE
                   IF WS-GEN-OPEN-FAILED = 'N'
                       DISPLAY 'Keys: ' WS-SORTKEY-COUNT
                           '  keep: ' WS-DED-KEEP
                           '  duplicates to '
                           FUNCTION TRIM(WS-DED-DUPFILE)
                       PERFORM 0940-PREVIEW-AND-CONFIRM
                   END-IF
               END-IF
           END-IF.

       4910-CHECK-DEDUP-SPEC.
           MOVE 'Y' TO WS-DED-OK
           IF WS-DED-KEEP NOT = 'FIRST' AND WS-DED-KEEP NOT = 'LAST'
                   AND WS-DED-KEEP NOT = 'HIGH'
                   AND WS-DED-KEEP NOT = 'LOW'
               DISPLAY 'Keep rule ' WS-DED-KEEP
                   ' is not FIRST, LAST, HIGH or LOW.'
               MOVE 'N' TO WS-DED-OK
           END-IF
           IF WS-SORTKEY-COUNT = 0
               DISPLAY 'No key given to find duplicates on.'
               MOVE 'N' TO WS-DED-OK
           END-IF
           MOVE 0 TO WS-DED-KEYLEN
           PERFORM VARYING WS-SORTKEY-IDX FROM 1 BY 1
                   UNTIL WS-SORTKEY-IDX > WS-SORTKEY-COUNT
               ADD WS-SORTKEY-LEN(WS-SORTKEY-IDX) TO WS-DED-KEYLEN
               IF WS-SORTKEY-POS(WS-SORTKEY-IDX)
                       + WS-SORTKEY-LEN(WS-SORTKEY-IDX) - 1
                       > WS-SPL-RECLEN
                   DISPLAY 'Key ' WS-SORTKEY-IDX
                       ' lies beyond the end of the record.'
                   MOVE 'N' TO WS-DED-OK
               END-IF
           END-PERFORM
           IF WS-DED-KEEP = 'HIGH' OR WS-DED-KEEP = 'LOW'
               PERFORM 4915-CHECK-DEDUP-FIELD
           END-IF.

       4915-CHECK-DEDUP-FIELD.
           IF WS-DED-FIELD = SPACES
               DISPLAY 'KEEP ' FUNCTION TRIM(WS-DED-KEEP)
                   ' needs the field to compare.'
               MOVE 'N' TO WS-DED-OK
           ELSE
               MOVE WS-DED-FIELD TO WS-SRT-NAME
               PERFORM 1251-FIND-LAYOUT-FIELD
               MOVE WS-SRT-NAME TO WS-DED-FIELD
               IF WS-SRT-FIDX = 0
                   MOVE 'N' TO WS-DED-OK
               ELSE
                   IF WS-COPY-FIELD-PIC(WS-SRT-FIDX) = SPACES
                           OR WS-COPY-FIELD-OCCURS(WS-SRT-FIDX) > 0
                           OR WS-COPY-FIELD-INOCC(WS-SRT-FIDX) > 0
                       DISPLAY 'Field ' FUNCTION TRIM(WS-SRT-NAME)
                           ' is a group or table item.'
                       MOVE 'N' TO WS-DED-OK
                   ELSE
                       MOVE WS-SRT-POS TO WS-DED-VAL-POS
                       MOVE WS-COPY-FIELD-PIC(WS-SRT-FIDX)
                           TO WS-DED-VAL-PIC
                       MOVE WS-COPY-FIELD-USAGE(WS-SRT-FIDX)
                           TO WS-DED-VAL-USAGE
                   END-IF
               END-IF
           END-IF.

       4930-CREATE-DEDUP-WRITE.
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING "       PROGRAM-ID. " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-PROGID) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "      * RECORD LAYOUT: " FUNCTION TRIM(WS-DED-CPY)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       INPUT-OUTPUT SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE-CONTROL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'IN-FILE' TO WS-SEL-FDNAME
           MOVE 'INFILE' TO WS-SEL-DDNAME
           MOVE WS-GEN-INFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-INPUT' TO WS-SEL-STATUS
           IF WS-SPL-BIN = 'Y'
               MOVE 'S' TO WS-SEL-ORG
           END-IF
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'OUT-FILE' TO WS-SEL-FDNAME
           MOVE 'OUTFILE' TO WS-SEL-DDNAME
           MOVE WS-GEN-OUTFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-OUTPUT' TO WS-SEL-STATUS
           IF WS-SPL-BIN = 'Y'
               MOVE 'S' TO WS-SEL-ORG
           END-IF
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'DUP-FILE' TO WS-SEL-FDNAME
           MOVE 'DUPFILE' TO WS-SEL-DDNAME
           MOVE WS-DED-DUPFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-DUP' TO WS-SEL-STATUS
           IF WS-SPL-BIN = 'Y'
               MOVE 'S' TO WS-SEL-ORG
           END-IF
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'DEDUP-REPORT' TO WS-SEL-FDNAME
           MOVE 'DEDUPRPT' TO WS-SEL-DDNAME
           MOVE 'dedup.rpt' TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-REPORT' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'SORT-WORKFILE' TO WS-SEL-FDNAME
           MOVE 'SORTWK01' TO WS-SEL-DDNAME
           MOVE 'sortfile.tmp' TO WS-SEL-ASSIGN
           MOVE SPACES TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  IN-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  IN-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 1550-EMIT-FIELD-LINES
           MOVE WS-SPL-RECLEN TO WS-SRT-LEN-ED
           MOVE "       FD  OUT-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  OUT-RECORD PIC X("
               FUNCTION TRIM(WS-SRT-LEN-ED) ")."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  DUP-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  DUP-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  DUP-SURVIVOR-KEY PIC X("
               WS-DED-KEYLEN ")."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  DUP-SURVIVOR-SEQ PIC 9(9)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  DUP-SEQ PIC 9(9)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  DUP-DATA PIC X("
               FUNCTION TRIM(WS-SRT-LEN-ED) ")."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  DEDUP-REPORT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  DEDUP-REPORT-LINE PIC X(80)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       SD  SORT-WORKFILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  SORT-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  SORT-DATA PIC X("
               FUNCTION TRIM(WS-SRT-LEN-ED) ")."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  SORT-SEQ PIC 9(9)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  SORT-KEY-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 1 TO WS-SK-CURPOS
           MOVE SPACES TO WS-SK-DONE
           PERFORM VARYING WS-SK-PASS FROM 1 BY 1
               PERFORM 1572-PICK-NEXT-SORT-KEY
               PERFORM 1574-EMIT-ONE-SORT-KEY
           END-PERFORM
           IF WS-DED-FIELD NOT = SPACES
               MOVE "       01  SORT-VALUE-RECORD." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               IF WS-DED-VAL-POS > 1
                   COMPUTE WS-SRT-LEN-ED = WS-DED-VAL-POS - 1
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "           05  FILLER PIC X("
                       FUNCTION TRIM(WS-SRT-LEN-ED) ")."
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               END-IF
               MOVE SPACES TO WS-BUILD-LINE
               IF WS-DED-VAL-USAGE = SPACES
                   STRING "           05  SORT-VALUE PIC "
                       FUNCTION TRIM(WS-DED-VAL-PIC) "."
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               ELSE
                   STRING "           05  SORT-VALUE PIC "
                       FUNCTION TRIM(WS-DED-VAL-PIC) " "
                       FUNCTION TRIM(WS-DED-VAL-USAGE) "."
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               END-IF
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-INPUT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  EndOfFile VALUE '10'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  NoErrors  VALUE '00'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-OUTPUT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-DUP PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-REPORT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SORT-EOF PIC X VALUE 'N'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-FIRST-RECORD PIC X VALUE 'Y'."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORDS-READ PIC 9(9) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORDS-UNIQUE PIC 9(9) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DUPLICATES PIC 9(9) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORDS-OUT PIC 9(9) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SURVIVOR-SEQ PIC 9(9) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'WS-SURVIVOR-KEY' TO WS-DED-REF
           PERFORM 4935-EMIT-DEDUP-KEY-AREA
           MOVE 'WS-CURRENT-KEY' TO WS-DED-REF
           PERFORM 4935-EMIT-DEDUP-KEY-AREA
           MOVE "       01  WS-COUNT-ED PIC Z(8)9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'OUT-FILE' TO WS-DED-REF
           MOVE 'WS-STATUS-OUTPUT' TO WS-DED-STATUS
           MOVE WS-GEN-OUTFILE TO WS-SEL-ASSIGN
           PERFORM 4950-EMIT-DEDUP-OPEN
           MOVE 'DUP-FILE' TO WS-DED-REF
           MOVE 'WS-STATUS-DUP' TO WS-DED-STATUS
           MOVE WS-DED-DUPFILE TO WS-SEL-ASSIGN
           PERFORM 4950-EMIT-DEDUP-OPEN
           MOVE 'DEDUP-REPORT' TO WS-DED-REF
           MOVE 'WS-STATUS-REPORT' TO WS-DED-STATUS
           MOVE 'dedup.rpt' TO WS-SEL-ASSIGN
           PERFORM 4950-EMIT-DEDUP-OPEN
           MOVE "           SORT SORT-WORKFILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 1580-EMIT-SORT-KEY-CLAUSE
           IF WS-DED-KEEP = 'HIGH'
               MOVE "               ON DESCENDING KEY SORT-VALUE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           IF WS-DED-KEEP = 'LOW'
               MOVE "               ON ASCENDING KEY SORT-VALUE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           IF WS-DED-KEEP = 'LAST'
               MOVE "               ON DESCENDING KEY SORT-SEQ"
                   TO OUTPUT-LINE
           ELSE
               MOVE "               ON ASCENDING KEY SORT-SEQ"
                   TO OUTPUT-LINE
           END-IF
           WRITE OUTPUT-LINE
           MOVE "               INPUT PROCEDURE 1000-NUMBER-RECORDS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               OUTPUT PROCEDURE"
               " 2000-REMOVE-DUPLICATES"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF SORT-RETURN NOT = 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1601E' TO WS-MSG-KEY
           MOVE 'Sort failed, return code:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'SORT-RETURN' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 9000-WRITE-TOTALS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE OUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE DUP-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE DEDUP-REPORT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-RECORDS-OUT NOT = WS-RECORDS-READ"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1000-NUMBER-RECORDS." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN INPUT IN-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF NOT NoErrors" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0001E' TO WS-MSG-KEY
           MOVE 'Error opening input file. Status:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-INPUT' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 8000-READ-INPUT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1100-RELEASE-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               UNTIL EndOfFile" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE IN-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1100-RELEASE-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE IN-RECORD TO SORT-DATA" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-RECORDS-READ TO SORT-SEQ"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           RELEASE SORT-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 8000-READ-INPUT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       2000-REMOVE-DUPLICATES." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 2100-RETURN-SORTED" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 2200-CHECK-DUPLICATE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               UNTIL WS-SORT-EOF = 'Y'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       2100-RETURN-SORTED." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           RETURN SORT-WORKFILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'Y' TO WS-SORT-EOF"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-RETURN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       2200-CHECK-DUPLICATE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SORTKEY-IDX FROM 1 BY 1
                   UNTIL WS-SORTKEY-IDX > WS-SORTKEY-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE SORT-KEY-" WS-SORTKEY-IDX
                   " TO WS-CURRENT-KEY-" WS-SORTKEY-IDX
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "           IF WS-FIRST-RECORD = 'Y'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               OR WS-CURRENT-KEY NOT = WS-SURVIVOR-KEY"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'N' TO WS-FIRST-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-CURRENT-KEY TO WS-SURVIVOR-KEY"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SORT-SEQ TO WS-SURVIVOR-SEQ"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE OUT-RECORD FROM SORT-DATA"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'WS-STATUS-OUTPUT' TO WS-DED-STATUS
           MOVE WS-GEN-OUTFILE TO WS-SEL-ASSIGN
           PERFORM 4955-EMIT-DEDUP-WRITE-CHECK
           MOVE "           ADD 1 TO WS-RECORDS-UNIQUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-SURVIVOR-KEY TO DUP-SURVIVOR-KEY"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-SURVIVOR-SEQ TO DUP-SURVIVOR-SEQ"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SORT-SEQ TO DUP-SEQ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SORT-DATA TO DUP-DATA" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE DUP-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'WS-STATUS-DUP' TO WS-DED-STATUS
           MOVE WS-DED-DUPFILE TO WS-SEL-ASSIGN
           PERFORM 4955-EMIT-DEDUP-WRITE-CHECK
           MOVE "           ADD 1 TO WS-DUPLICATES" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 2100-RETURN-SORTED." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       8000-READ-INPUT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           READ IN-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   SET EndOfFile TO TRUE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               NOT AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ADD 1 TO WS-RECORDS-READ"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 4940-EMIT-DEDUP-TOTALS.

       4935-EMIT-DEDUP-KEY-AREA.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  " FUNCTION TRIM(WS-DED-REF) "."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SORTKEY-IDX FROM 1 BY 1
                   UNTIL WS-SORTKEY-IDX > WS-SORTKEY-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               IF WS-SORTKEY-TYPE(WS-SORTKEY-IDX) = 'N'
                   STRING "           05  " FUNCTION TRIM(WS-DED-REF)
                       "-" WS-SORTKEY-IDX " PIC 9("
                       WS-SORTKEY-LEN(WS-SORTKEY-IDX) ")."
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               ELSE
                   STRING "           05  " FUNCTION TRIM(WS-DED-REF)
                       "-" WS-SORTKEY-IDX " PIC X("
                       WS-SORTKEY-LEN(WS-SORTKEY-IDX) ")."
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               END-IF
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM.

       4940-EMIT-DEDUP-TOTALS.
           MOVE "       9000-WRITE-TOTALS." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1602T' TO WS-MSG-KEY
           MOVE 'DUPLICATE REMOVAL REPORT' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'MOVE' TO WS-MSG-LEAD
           MOVE 'TO DEDUP-REPORT-LINE' TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE "           WRITE DEDUP-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           EVALUATE WS-DED-KEEP
               WHEN 'LAST'
                   MOVE 'GEN1603T' TO WS-MSG-KEY
                   MOVE 'KEEP LAST OCCURRENCE' TO WS-MSG-TEXT
               WHEN 'HIGH'
                   MOVE 'GEN1604T' TO WS-MSG-KEY
                   MOVE 'KEEP HIGHEST' TO WS-MSG-TEXT
               WHEN 'LOW'
                   MOVE 'GEN1605T' TO WS-MSG-KEY
                   MOVE 'KEEP LOWEST' TO WS-MSG-TEXT
               WHEN OTHER
                   MOVE 'GEN1606T' TO WS-MSG-KEY
                   MOVE 'KEEP FIRST OCCURRENCE' TO WS-MSG-TEXT
           END-EVALUATE
           MOVE 11 TO WS-MSG-INDENT
           IF WS-DED-KEEP = 'HIGH' OR WS-DED-KEEP = 'LOW'
               MOVE "           MOVE SPACES TO DEDUP-REPORT-LINE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE 1 TO WS-MSG-PAD
               MOVE 'STRING' TO WS-MSG-LEAD
               PERFORM 5320-EMIT-CAPTION
               MOVE SPACES TO WS-BUILD-LINE
               STRING "               '" FUNCTION TRIM(WS-DED-FIELD) "'"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "               DELIMITED BY SIZE INTO DEDUP-"
                   "REPORT-LINE"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               MOVE 'MOVE' TO WS-MSG-LEAD
               MOVE 'TO DEDUP-REPORT-LINE' TO WS-MSG-TAIL
               PERFORM 5320-EMIT-CAPTION
           END-IF
           MOVE "           WRITE DEDUP-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SORTKEY-IDX FROM 1 BY 1
                   UNTIL WS-SORTKEY-IDX > WS-SORTKEY-COUNT
               MOVE 'GEN1607T' TO WS-MSG-KEY
               MOVE 'KEY, POSITION, LENGTH:' TO WS-MSG-TEXT
               MOVE 1 TO WS-MSG-PAD
               PERFORM 5302-QUOTE-MESSAGE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE '" WS-MSG-LIT(1:WS-MSG-LIT-LEN)
                   WS-SORTKEY-IDX
                   " " WS-SORTKEY-POS(WS-SORTKEY-IDX)
                   " " WS-SORTKEY-LEN(WS-SORTKEY-IDX) "'"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               TO DEDUP-REPORT-LINE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           WRITE DEDUP-REPORT-LINE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "           MOVE SPACES TO DEDUP-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE DEDUP-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD WS-RECORDS-UNIQUE WS-DUPLICATES"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               GIVING WS-RECORDS-OUT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'WS-RECORDS-READ' TO WS-DED-STATUS
           MOVE 'GEN1608T' TO WS-MSG-KEY
           MOVE 'RECORDS IN:' TO WS-DED-REF
           PERFORM 4960-EMIT-DEDUP-TOTAL-LINE
           MOVE 'WS-RECORDS-UNIQUE' TO WS-DED-STATUS
           MOVE 'GEN1609T' TO WS-MSG-KEY
           MOVE 'UNIQUE RECORDS OUT:' TO WS-DED-REF
           PERFORM 4960-EMIT-DEDUP-TOTAL-LINE
           MOVE 'WS-DUPLICATES' TO WS-DED-STATUS
           MOVE 'GEN1610T' TO WS-MSG-KEY
           MOVE 'DUPLICATES REMOVED:' TO WS-DED-REF
           PERFORM 4960-EMIT-DEDUP-TOTAL-LINE
           MOVE "           IF WS-RECORDS-OUT = WS-RECORDS-READ"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1611T' TO WS-MSG-KEY
           MOVE 'RECORD COUNTS BALANCE' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'MOVE' TO WS-MSG-LEAD
           MOVE 'TO DEDUP-REPORT-LINE' TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0005E' TO WS-MSG-KEY
           MOVE 'RECORD COUNTS OUT OF BALANCE' TO WS-MSG-TEXT
           MOVE 60 TO WS-MSG-MAX
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'MOVE' TO WS-MSG-LEAD
           PERFORM 5320-EMIT-CAPTION
           MOVE "               TO DEDUP-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE DEDUP-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY DEDUP-REPORT-LINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       4950-EMIT-DEDUP-OPEN.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           OPEN OUTPUT " FUNCTION TRIM(WS-DED-REF)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           IF " FUNCTION TRIM(WS-DED-STATUS)
               " NOT = '00'"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0002E' TO WS-MSG-KEY
           MOVE 'Error opening output file. Status:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE WS-DED-STATUS TO WS-MSG-TAIL
           MOVE SPACES TO WS-MSG-TAIL2
           STRING "' " FUNCTION TRIM(WS-SEL-ASSIGN) "'"
               DELIMITED BY SIZE INTO WS-MSG-TAIL2
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       4955-EMIT-DEDUP-WRITE-CHECK.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           IF " FUNCTION TRIM(WS-DED-STATUS)
               " NOT = '00'"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0810E' TO WS-MSG-KEY
           MOVE 'Error writing output file. Status:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE WS-DED-STATUS TO WS-MSG-TAIL
           MOVE SPACES TO WS-MSG-TAIL2
           STRING "' " FUNCTION TRIM(WS-SEL-ASSIGN) "'"
               DELIMITED BY SIZE INTO WS-MSG-TAIL2
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       4960-EMIT-DEDUP-TOTAL-LINE.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE " FUNCTION TRIM(WS-DED-STATUS)
               " TO WS-COUNT-ED"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO DEDUP-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE WS-DED-REF TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'STRING' TO WS-MSG-LEAD
           MOVE 'WS-COUNT-ED' TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE "               DELIMITED BY SIZE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               INTO DEDUP-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE DEDUP-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY DEDUP-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       4995-COUNT-DEDUP-FAILURE.
           IF WS-BATCH-MODE
               ADD 1 TO WS-RUN-FAILURES
               IF WS-FAIL-USED < 20
                   ADD 1 TO WS-FAIL-USED
                   MOVE SPACES TO WS-FAIL-LINE(WS-FAIL-USED)
                   STRING 'FAILED: card ' WS-CARD-NUMBER
                       ' duplicate removal key or keep rule unusable'
                       DELIMITED BY SIZE
                       INTO WS-FAIL-LINE(WS-FAIL-USED)
               END-IF
           END-IF.

       5000-ADD-HELLO-COBOL.
           DISPLAY 'Adding HelloCobol...'.
           MOVE SPACES TO WS-HELLO-NAME
           IF NOT WS-BATCH-MODE
               ACCEPT HELLO-SCREEN
           END-IF
           IF WS-HELLO-NAME = SPACES
               MOVE WS-BC-NAME(1:8) TO WS-HELLO-NAME
           END-IF
           IF WS-HELLO-NAME = SPACES
               MOVE 'HELLO1' TO WS-HELLO-NAME
           END-IF
           MOVE 'HELLO' TO WS-FILENAME-PREFIX
           PERFORM 0100-PROMPT-OUTPUT-FILENAME.
           PERFORM 0150-OPEN-SEQFILE-CHECKED.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 5005-ADD-HELLO-COBOL-WRITE
           END-IF
           CLOSE SEQFILE.
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF.

       5100-INTEGRATE-PARAGRAPHS.
           DISPLAY 'Integrating typical paragraphs in the procedure...'.
           MOVE SPACES TO WS-INTEGRATE-TARGET
           MOVE 0 TO WS-PARA-PICK
           IF NOT WS-BATCH-MODE
               ACCEPT PARAGRAPH-PICK-SCREEN
           END-IF
           IF WS-INTEGRATE-TARGET = SPACES
               DISPLAY 'No target file given, nothing integrated.'
           ELSE
               MOVE WS-INTEGRATE-TARGET TO WS-OUTPUT-FILENAME
               PERFORM 0160-EXTEND-SEQFILE-CHECKED
               IF WS-GEN-OPEN-FAILED = 'N'
                   EVALUATE WS-PARA-PICK
                       WHEN 2
                           PERFORM 5110-EMIT-DATE-STAMP-FOOTER
                       WHEN 3
                           PERFORM 5120-EMIT-RUN-TOTALS
                       WHEN OTHER
                           PERFORM 5130-EMIT-STATUS-CHECK-ABEND
                   END-EVALUATE
               END-IF
               CLOSE SEQFILE
               MOVE WS-INTEGRATE-TARGET TO WS-OUTPUT-FILENAME
               IF WS-GEN-OPEN-FAILED = 'N'
                   PERFORM 0900-LOG-GENERATION
               END-IF
           END-IF.

       5110-EMIT-DATE-STAMP-FOOTER.
           MOVE "       9810-DATE-STAMP-FOOTER." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'RUN COMPLETED ON ' WS-CDT-DATE."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5120-EMIT-RUN-TOTALS.
           MOVE "       9820-RUN-TOTALS-ACCUMULATOR." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-RUN-TOTAL-COUNT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY 'RECORDS PROCESSED: ' "
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WS-RUN-TOTAL-COUNT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5130-EMIT-STATUS-CHECK-ABEND.
           MOVE "       9800-CHECK-FILE-STATUS." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-GEN-STATUS NOT = '00'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               DISPLAY 'FILE ERROR STATUS: ' "
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   WS-GEN-STATUS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5200-SET-SELECTION-FIELDS.
           MOVE 0 TO WS-SLC-COUNT
           IF WS-USE-LAYOUT = 'Y'
               PERFORM 9305-SET-FIELD-OFFSETS
               PERFORM VARYING WS-SLC-CIDX FROM 1 BY 1
                       UNTIL WS-SLC-CIDX > WS-COPY-FIELD-COUNT
                   PERFORM 5205-CHECK-SELECTION-FIELD
               END-PERFORM
           END-IF
           IF WS-SLC-COUNT = 0
               DISPLAY 'No layout fields to select on,'
                   ' selection card not generated.'
               MOVE 'N' TO WS-GEN-SELCARD
               IF WS-BATCH-MODE
                   ADD 1 TO WS-RUN-WARNINGS
               END-IF
           ELSE
               DISPLAY 'Selection card fields: ' WS-SLC-COUNT
           END-IF.

       5205-CHECK-SELECTION-FIELD.
           IF WS-COPY-FIELD-PIC(WS-SLC-CIDX) NOT = SPACES
                   AND WS-COPY-FIELD-OCCURS(WS-SLC-CIDX) = 0
                   AND WS-COPY-FIELD-INOCC(WS-SLC-CIDX) = 0
                   AND WS-COPY-FIELD-LENGTH(WS-SLC-CIDX) > 0
                   AND FUNCTION UPPER-CASE
                       (WS-COPY-FIELD-NAME(WS-SLC-CIDX)) NOT = 'FILLER'
                   AND WS-SLC-COUNT < 40
               MOVE WS-COPY-FIELD-NAME(WS-SLC-CIDX) TO WS-SRT-NAME
               PERFORM 1251-FIND-LAYOUT-FIELD
               IF WS-SRT-FMT = 'CH' AND WS-SRT-FLEN > 40
                   DISPLAY 'Field ' FUNCTION TRIM(WS-SRT-NAME)
                       ' is over 40 bytes, not selectable.'
               ELSE
                   ADD 1 TO WS-SLC-COUNT
                   MOVE WS-SLC-CIDX TO WS-SLC-FIELD(WS-SLC-COUNT)
                   MOVE WS-SRT-FLEN TO WS-SLC-LEN(WS-SLC-COUNT)
                   IF WS-SRT-FMT = 'CH'
                       MOVE 'A' TO WS-SLC-KIND(WS-SLC-COUNT)
                   ELSE
                       MOVE 'N' TO WS-SLC-KIND(WS-SLC-COUNT)
                   END-IF
               END-IF
           END-IF.

       5210-EMIT-SELCARD-SELECT.
           MOVE 'SELECT-CARD-FILE' TO WS-SEL-FDNAME
           MOVE 'SYSIN' TO WS-SEL-DDNAME
           MOVE 'selcard.txt' TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-SELCARD' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE.

       5215-EMIT-SELCARD-FD.
           MOVE "       FD  SELECT-CARD-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  SELECT-CARD PIC X(80)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5220-EMIT-SELCARD-WS.
           MOVE "       01  WS-STATUS-SELCARD PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-CARD-TEXT PIC X(72)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-CARD-COUNT PIC 99 VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-IMAGE-TAB." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  WS-SC-IMAGE OCCURS 10 TIMES PIC X(72)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-PTR PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-TOKEN-TAB." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  WS-SC-TOKEN-ENTRY OCCURS 101 TIMES."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               10  WS-SC-TOKEN PIC X(40)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               10  WS-SC-TOKEN-NEW PIC X."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-CARD-START PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-TOKENS PIC 999 VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-TIX PIC 999." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-WORD PIC X(40)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-UWORD PIC X(40)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-CONDS PIC 99 VALUE 0." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-IDX PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-VIX PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-FIX PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-ERRORS PIC 99 VALUE 0." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-HIT PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-GROUP-OK PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-COND-OK PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-CMP PIC S9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-ALPHA PIC X(40)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-NUMBER PIC S9(13)V9(5) COMP-3."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-READ PIC 9(9) VALUE 0." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-SELECTED PIC 9(9) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-BYPASSED PIC 9(9) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-COUNT-ED PIC ZZZ,ZZZ,ZZ9."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-COND-TAB." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  WS-SC-COND OCCURS 20 TIMES."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               10  WS-SC-JOIN PIC XXX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               10  WS-SC-FLD PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               10  WS-SC-OP PIC X(5)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               10  WS-SC-VALS PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               10  WS-SC-VAL OCCURS 10 TIMES PIC X(4"
               "0)."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               10  WS-SC-NUM OCCURS 10 TIMES"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PIC S9(13)V9(5) COMP-3."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SC-FIELD-LIST." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SLC-IDX FROM 1 BY 1
                   UNTIL WS-SLC-IDX > WS-SLC-COUNT
               MOVE WS-SLC-FIELD(WS-SLC-IDX) TO WS-SLC-CIDX
               MOVE SPACES TO WS-SLC-ENTRY
               MOVE FUNCTION UPPER-CASE
                   (WS-COPY-FIELD-NAME(WS-SLC-CIDX))
                   TO WS-SLC-ENTRY(1:20)
               MOVE WS-SLC-KIND(WS-SLC-IDX) TO WS-SLC-ENTRY(21:1)
               MOVE WS-SLC-LEN(WS-SLC-IDX) TO WS-SLC-ENTRY(22:3)
               MOVE "           05  FILLER PIC X(24) VALUE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "               '" WS-SLC-ENTRY "'."
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "       01  WS-SC-FIELD-TAB REDEFINES WS-SC-FIELD-LIST."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  WS-SC-FIELD OCCURS " WS-SLC-COUNT
               " TIMES." DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               10  WS-SC-FNAME PIC X(20)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               10  WS-SC-FKIND PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               10  WS-SC-FLEN PIC 999." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  WS-SC-FIELDS PIC 99 VALUE " WS-SLC-COUNT
               "." DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5225-EMIT-SELCARD-PARAS.
           PERFORM 5230-EMIT-SELCARD-LOAD
           PERFORM 5235-EMIT-SELCARD-PARSE
           PERFORM 5240-EMIT-SELCARD-APPLY
           PERFORM 5260-EMIT-SELCARD-COUNTS.

       5230-EMIT-SELCARD-LOAD.
           MOVE "       7600-LOAD-SELECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN INPUT SELECT-CARD-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-SELCARD = '00'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 7610-READ-SELECT-CARD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               PERFORM UNTIL WS-STATUS-SELCARD NOT ="
               " '00'"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 7615-SPLIT-SELECT-CARD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 7610-READ-SELECT-CARD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-PERFORM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               CLOSE SELECT-CARD-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 1 TO WS-SC-TIX" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 7620-PARSE-CONDITION" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               UNTIL WS-SC-TIX > WS-SC-TOKENS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-SC-ERRORS > 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0601E' TO WS-MSG-KEY
           MOVE 'SELECTION CARD ERRORS, RUN STOPPED:' TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-SC-ERRORS' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           PERFORM 1596-EMIT-RUNDATE-STOP
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-SC-CONDS = 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0602I' TO WS-MSG-KEY
           MOVE 'NO SELECTION CARD, ALL RECORDS SELECTED' TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0603I' TO WS-MSG-KEY
           MOVE 'SELECTION CONDITIONS ACCEPTED:' TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-SC-CONDS' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       7610-READ-SELECT-CARD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           READ SELECT-CARD-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   CONTINUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       7615-SPLIT-SELECT-CARD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF SELECT-CARD(1:72) NOT = SPACES"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0604I' TO WS-MSG-KEY
           MOVE 'SELECTION CARD:' TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'SELECT-CARD(1:72)' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF SELECT-CARD(1:1) NOT = '*'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   AND SELECT-CARD(1:72) NOT = SPACES"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ADD 1 TO WS-SC-CARD-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               IF WS-SC-CARD-COUNT > 10" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0605E' TO WS-MSG-KEY
           MOVE 'SELECTION: MORE THAN 10 CARDS' TO WS-MSG-TEXT
           MOVE 19 TO WS-MSG-INDENT
           PERFORM 5310-EMIT-MESSAGE
           MOVE "                   ADD 1 TO WS-SC-ERRORS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE SELECT-CARD(1:72)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                       TO WS-SC-IMAGE(WS-SC-CARD-COU"
               "NT)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   MOVE SELECT-CARD(1:72) TO WS-SC-C"
               "ARD-TEXT"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 1 TO WS-SC-PTR" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'Y' TO WS-SC-CARD-START"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 7617-NEXT-CARD-WORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       UNTIL WS-SC-PTR > 72"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       7617-NEXT-CARD-WORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO WS-SC-WORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           UNSTRING WS-SC-CARD-TEXT DELIMITED BY ALL"
               " SPACE OR ','"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               INTO WS-SC-WORD WITH POINTER WS-SC-PTR"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-UNSTRING" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-SC-WORD NOT = SPACES" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               IF WS-SC-TOKENS < 100" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ADD 1 TO WS-SC-TOKENS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   MOVE WS-SC-WORD TO WS-SC-TOKEN(WS"
               "-SC-TOKENS)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE WS-SC-CARD-START"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                       TO WS-SC-TOKEN-NEW(WS-SC-TOKE"
               "NS)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'N' TO WS-SC-CARD-START"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0606E' TO WS-MSG-KEY
           MOVE 'SELECTION: MORE THAN 100 WORDS' TO WS-MSG-TEXT
           MOVE 19 TO WS-MSG-INDENT
           PERFORM 5310-EMIT-MESSAGE
           MOVE "                   ADD 1 TO WS-SC-ERRORS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 73 TO WS-SC-PTR" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5235-EMIT-SELCARD-PARSE.
           MOVE "       7620-PARSE-CONDITION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 7690-NEXT-WORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-SC-CONDS = 20" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0607E' TO WS-MSG-KEY
           MOVE 'SELECTION: MORE THAN 20 CONDITIONS' TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           PERFORM 5310-EMIT-MESSAGE
           MOVE "               ADD 1 TO WS-SC-ERRORS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               COMPUTE WS-SC-TIX = WS-SC-TOKENS + 1"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ADD 1 TO WS-SC-CONDS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE WS-SC-CONDS TO WS-SC-IDX"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE SPACES TO WS-SC-JOIN(WS-SC-IDX)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE 0 TO WS-SC-VALS(WS-SC-IDX)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               IF WS-SC-UWORD = 'AND' OR WS-SC-UWORD"
               " = 'OR'"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   IF WS-SC-IDX = 1" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0608E' TO WS-MSG-KEY
           MOVE 'SELECTION: AND/OR BEFORE THE FIRST CONDITION:'
               TO WS-MSG-TEXT
           MOVE 23 TO WS-MSG-INDENT
           MOVE 'FUNCTION TRIM(WS-SC-UWORD)' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "                       ADD 1 TO WS-SC-ERRORS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   MOVE WS-SC-UWORD TO WS-SC-JOIN(WS"
               "-SC-IDX)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 7690-NEXT-WORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   IF WS-SC-IDX > 1" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0609E' TO WS-MSG-KEY
           MOVE 'SELECTION: AND/OR MISSING BEFORE' TO WS-MSG-TEXT
           MOVE 23 TO WS-MSG-INDENT
           MOVE 'FUNCTION TRIM(WS-SC-WORD)' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "                       ADD 1 TO WS-SC-ERRORS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 7630-FIND-SELECT-FIELD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 7690-NEXT-WORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               IF WS-SC-UWORD = '='" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'EQ' TO WS-SC-UWORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE WS-SC-UWORD TO WS-SC-OP(WS-SC-IDX)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 7640-COLLECT-VALUE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   UNTIL WS-SC-TIX > WS-SC-TOKENS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   OR WS-SC-TOKEN-NEW(WS-SC-TIX) = 'Y'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   OR FUNCTION UPPER-CASE(WS-SC-TOKE"
               "N(WS-SC-TIX))"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       = 'AND'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   OR FUNCTION UPPER-CASE(WS-SC-TOKE"
               "N(WS-SC-TIX))"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       = 'OR'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 7650-CHECK-CONDITION"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       7630-FIND-SELECT-FIELD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 0 TO WS-SC-FLD(WS-SC-IDX)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM VARYING WS-SC-FIX FROM 1 BY 1"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   UNTIL WS-SC-FIX > WS-SC-FIELDS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               IF WS-SC-FNAME(WS-SC-FIX) = WS-SC-UWORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   MOVE WS-SC-FIX TO WS-SC-FLD(WS-SC"
               "-IDX)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-PERFORM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-SC-FLD(WS-SC-IDX) = 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               IF WS-SC-WORD = SPACES" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0610E' TO WS-MSG-KEY
           MOVE 'SELECTION: FIELD NAME MISSING' TO WS-MSG-TEXT
           MOVE 19 TO WS-MSG-INDENT
           PERFORM 5310-EMIT-MESSAGE
           MOVE "               ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0611E' TO WS-MSG-KEY
           MOVE 'SELECTION: UNKNOWN FIELD' TO WS-MSG-TEXT
           MOVE 19 TO WS-MSG-INDENT
           MOVE 'FUNCTION TRIM(WS-SC-WORD)' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "               END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ADD 1 TO WS-SC-ERRORS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       7640-COLLECT-VALUE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 7690-NEXT-WORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-SC-VALS(WS-SC-IDX) < 10"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ADD 1 TO WS-SC-VALS(WS-SC-IDX)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE WS-SC-VALS(WS-SC-IDX) TO WS-SC-VIX"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               MOVE WS-SC-WORD TO WS-SC-VAL(WS-SC-ID"
               "X WS-SC-VIX)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0612E' TO WS-MSG-KEY
           MOVE 'SELECTION: MORE THAN 10 VALUES, IGNORED:'
               TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'FUNCTION TRIM(WS-SC-WORD)' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "               ADD 1 TO WS-SC-ERRORS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       7650-CHECK-CONDITION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EVALUATE WS-SC-OP(WS-SC-IDX)" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'EQ'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'NE'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   IF WS-SC-VALS(WS-SC-IDX) NOT = 1"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0613E' TO WS-MSG-KEY
           MOVE 'SELECTION: OPERATOR NEEDS ONE VALUE:' TO WS-MSG-TEXT
           MOVE 23 TO WS-MSG-INDENT
           MOVE 'FUNCTION TRIM(WS-SC-OP(WS-SC-IDX))' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "                       ADD 1 TO WS-SC-ERRORS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'RANGE'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   IF WS-SC-VALS(WS-SC-IDX) NOT = 2"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0614E' TO WS-MSG-KEY
           MOVE 'SELECTION: RANGE NEEDS A LOW AND A HIGH VALUE'
               TO WS-MSG-TEXT
           MOVE 23 TO WS-MSG-INDENT
           PERFORM 5310-EMIT-MESSAGE
           MOVE "                       ADD 1 TO WS-SC-ERRORS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'IN'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   IF WS-SC-VALS(WS-SC-IDX) = 0"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0615E' TO WS-MSG-KEY
           MOVE 'SELECTION: IN NEEDS AT LEAST ONE VALUE' TO WS-MSG-TEXT
           MOVE 23 TO WS-MSG-INDENT
           PERFORM 5310-EMIT-MESSAGE
           MOVE "                       ADD 1 TO WS-SC-ERRORS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN SPACES" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0616E' TO WS-MSG-KEY
           MOVE 'SELECTION: OPERATOR MISSING' TO WS-MSG-TEXT
           MOVE 19 TO WS-MSG-INDENT
           PERFORM 5310-EMIT-MESSAGE
           MOVE "                   ADD 1 TO WS-SC-ERRORS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN OTHER" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0617E' TO WS-MSG-KEY
           MOVE 'SELECTION: OPERATOR IS NOT EQ, NE, RANGE OR IN:'
               TO WS-MSG-TEXT
           MOVE 19 TO WS-MSG-INDENT
           MOVE 'FUNCTION TRIM(WS-SC-OP(WS-SC-IDX))' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "                   ADD 1 TO WS-SC-ERRORS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-EVALUATE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-SC-FLD(WS-SC-IDX) > 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE WS-SC-FLD(WS-SC-IDX) TO WS-SC-FIX"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 7660-CHECK-VALUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   VARYING WS-SC-VIX FROM 1 BY 1"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   UNTIL WS-SC-VIX > WS-SC-VALS(WS-S"
               "C-IDX)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               IF WS-SC-OP(WS-SC-IDX) = 'RANGE'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       AND WS-SC-VALS(WS-SC-IDX) = 2"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 1 TO WS-SC-VIX" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM 7670-CHECK-RANGE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       7660-CHECK-VALUE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-SC-FKIND(WS-SC-FIX) = 'N'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               IF FUNCTION TEST-NUMVAL" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                       (WS-SC-VAL(WS-SC-IDX WS-SC-VI"
               "X)) = 0"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   COMPUTE WS-SC-NUM(WS-SC-IDX WS-SC"
               "-VIX) ="
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                       FUNCTION NUMVAL(WS-SC-VAL(WS-"
               "SC-IDX WS-SC-VIX))"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0618E' TO WS-MSG-KEY
           MOVE 'SELECTION: VALUE NOT NUMERIC, FIELD/VALUE:'
               TO WS-MSG-TEXT
           MOVE 19 TO WS-MSG-INDENT
           MOVE "FUNCTION TRIM(WS-SC-FNAME(WS-SC-FIX)) ' '"
               TO WS-MSG-TAIL
           MOVE 'FUNCTION TRIM(WS-SC-VAL(WS-SC-IDX WS-SC-VIX))'
               TO WS-MSG-TAIL2
           PERFORM 5310-EMIT-MESSAGE
           MOVE "                   ADD 1 TO WS-SC-ERRORS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               IF FUNCTION LENGTH(FUNCTION TRIM"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                       (WS-SC-VAL(WS-SC-IDX WS-SC-VI"
               "X)))"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       > WS-SC-FLEN(WS-SC-FIX)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0619E' TO WS-MSG-KEY
           MOVE 'SELECTION: VALUE TOO LONG, FIELD/VALUE:' TO WS-MSG-TEXT
           MOVE 19 TO WS-MSG-INDENT
           MOVE "FUNCTION TRIM(WS-SC-FNAME(WS-SC-FIX)) ' '"
               TO WS-MSG-TAIL
           MOVE 'FUNCTION TRIM(WS-SC-VAL(WS-SC-IDX WS-SC-VIX))'
               TO WS-MSG-TAIL2
           PERFORM 5310-EMIT-MESSAGE
           MOVE "                   ADD 1 TO WS-SC-ERRORS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       7670-CHECK-RANGE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-SC-FKIND(WS-SC-FIX) = 'N'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               IF WS-SC-NUM(WS-SC-IDX 1) > WS-SC-NUM"
               "(WS-SC-IDX 2)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'N' TO WS-SC-COND-OK"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'Y' TO WS-SC-COND-OK"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               IF WS-SC-VAL(WS-SC-IDX 1) > WS-SC-VAL"
               "(WS-SC-IDX 2)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'N' TO WS-SC-COND-OK"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'Y' TO WS-SC-COND-OK"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-SC-COND-OK = 'N'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0620E' TO WS-MSG-KEY
           MOVE 'SELECTION: RANGE LOW VALUE ABOVE HIGH VALUE FOR'
               TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'FUNCTION TRIM(WS-SC-FNAME(WS-SC-FIX))' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "               ADD 1 TO WS-SC-ERRORS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       7690-NEXT-WORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO WS-SC-WORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-SC-TIX NOT > WS-SC-TOKENS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               MOVE WS-SC-TOKEN(WS-SC-TIX) TO WS-SC-"
               "WORD"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ADD 1 TO WS-SC-TIX" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE FUNCTION UPPER-CASE(WS-SC-WORD) TO W"
               "S-SC-UWORD."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5240-EMIT-SELCARD-APPLY.
           MOVE "       7700-APPLY-SELECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-SC-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'Y' TO WS-SC-HIT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-SC-CONDS > 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE 'N' TO WS-SC-HIT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE 'Y' TO WS-SC-GROUP-OK"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM VARYING WS-SC-IDX FROM 1 BY 1"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       UNTIL WS-SC-IDX > WS-SC-CONDS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   IF WS-SC-JOIN(WS-SC-IDX) = 'OR'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       IF WS-SC-GROUP-OK = 'Y'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                           MOVE 'Y' TO WS-SC-HIT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       MOVE 'Y' TO WS-SC-GROUP-OK"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   IF WS-SC-GROUP-OK = 'Y'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       PERFORM 7750-TEST-CONDITION"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                       MOVE WS-SC-COND-OK TO WS-SC-G"
               "ROUP-OK"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-PERFORM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               IF WS-SC-GROUP-OK = 'Y'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'Y' TO WS-SC-HIT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-SC-HIT = 'Y'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ADD 1 TO WS-SC-SELECTED" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ADD 1 TO WS-SC-BYPASSED" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       7750-TEST-CONDITION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-SC-FLD(WS-SC-IDX) TO WS-SC-FIX"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 7780-GET-FIELD-VALUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'N' TO WS-SC-COND-OK" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 1 TO WS-SC-VIX" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 7760-COMPARE-VALUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EVALUATE WS-SC-OP(WS-SC-IDX)" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'EQ'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   IF WS-SC-CMP = 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       MOVE 'Y' TO WS-SC-COND-OK"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'NE'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   IF WS-SC-CMP NOT = 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       MOVE 'Y' TO WS-SC-COND-OK"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'RANGE'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   IF WS-SC-CMP NOT < 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       MOVE 2 TO WS-SC-VIX"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       PERFORM 7760-COMPARE-VALUE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       IF WS-SC-CMP NOT > 0"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                           MOVE 'Y' TO WS-SC-COND-OK"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN OTHER" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   PERFORM UNTIL WS-SC-CMP = 0"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                           OR WS-SC-VIX NOT < WS-SC-"
               "VALS(WS-SC-IDX)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       ADD 1 TO WS-SC-VIX"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       PERFORM 7760-COMPARE-VALUE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   END-PERFORM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   IF WS-SC-CMP = 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       MOVE 'Y' TO WS-SC-COND-OK"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-EVALUATE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       7760-COMPARE-VALUE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-SC-FKIND(WS-SC-FIX) = 'N'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               EVALUATE TRUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   WHEN WS-SC-NUMBER < WS-SC-NUM(WS-"
               "SC-IDX WS-SC-VIX)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       MOVE -1 TO WS-SC-CMP"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   WHEN WS-SC-NUMBER > WS-SC-NUM(WS-"
               "SC-IDX WS-SC-VIX)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       MOVE 1 TO WS-SC-CMP"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   WHEN OTHER" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       MOVE 0 TO WS-SC-CMP"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-EVALUATE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               EVALUATE TRUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   WHEN WS-SC-ALPHA < WS-SC-VAL(WS-S"
               "C-IDX WS-SC-VIX)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       MOVE -1 TO WS-SC-CMP"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   WHEN WS-SC-ALPHA > WS-SC-VAL(WS-S"
               "C-IDX WS-SC-VIX)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       MOVE 1 TO WS-SC-CMP"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   WHEN OTHER" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       MOVE 0 TO WS-SC-CMP"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-EVALUATE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       7780-GET-FIELD-VALUE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO WS-SC-ALPHA" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 0 TO WS-SC-NUMBER" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EVALUATE WS-SC-FIX" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-SLC-IDX FROM 1 BY 1
                   UNTIL WS-SLC-IDX > WS-SLC-COUNT
               MOVE WS-SLC-FIELD(WS-SLC-IDX) TO WS-SLC-CIDX
               MOVE SPACES TO WS-BUILD-LINE
               STRING "               WHEN " WS-SLC-IDX
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               IF WS-SLC-KIND(WS-SLC-IDX) = 'N'
                   STRING "                   MOVE "
                       FUNCTION TRIM(WS-COPY-FIELD-NAME(WS-SLC-CIDX))
                       " TO WS-SC-NUMBER"
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               ELSE
                   STRING "                   MOVE "
                       FUNCTION TRIM(WS-COPY-FIELD-NAME(WS-SLC-CIDX))
                       " TO WS-SC-ALPHA"
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               END-IF
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "           END-EVALUATE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5250-EMIT-SELCARD-READ.
           MOVE "       8000-READ-INPUT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'N' TO WS-SC-HIT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM UNTIL EndOfFile OR WS-SC-HIT = 'Y'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               READ INPUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       SET EndOfFile TO TRUE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   NOT AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-SLC-HOST = 'S'
               MOVE "                       ADD 1 TO WS-RECORDS-READ"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           IF WS-GEN-RUNSTATS = 'Y'
               MOVE "                       ADD 1 TO WS-RS-READ"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "                       PERFORM 7700-APPLY-SELECTION"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-PERFORM." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5260-EMIT-SELCARD-COUNTS.
           MOVE "       7790-SHOW-SELECTION-COUNTS." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0621I' TO WS-MSG-KEY
           MOVE 'RECORDS SELECTED:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-SC-SELECTED' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE 'GEN0622I' TO WS-MSG-KEY
           MOVE 'RECORDS BYPASSED:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-SC-BYPASSED' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           IF WS-SLC-HOST = 'R'
               MOVE "           MOVE SPACES TO PRINT-LINE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           WRITE PRINT-LINE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           MOVE WS-SC-SELECTED TO WS-SC-COUNT-ED"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE 'GEN0623T' TO WS-MSG-KEY
               MOVE 'RECORDS SELECTED:' TO WS-MSG-TEXT
               MOVE 1 TO WS-MSG-PAD
               MOVE 11 TO WS-MSG-INDENT
               MOVE 'STRING' TO WS-MSG-LEAD
               MOVE 'WS-SC-COUNT-ED' TO WS-MSG-TAIL
               PERFORM 5320-EMIT-CAPTION
               MOVE "               DELIMITED BY SIZE INTO PRINT-LINE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           WRITE PRINT-LINE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           MOVE SPACES TO PRINT-LINE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           MOVE WS-SC-BYPASSED TO WS-SC-COUNT-ED"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE 'GEN0624T' TO WS-MSG-KEY
               MOVE 'RECORDS BYPASSED:' TO WS-MSG-TEXT
               MOVE 1 TO WS-MSG-PAD
               MOVE 11 TO WS-MSG-INDENT
               MOVE 'STRING' TO WS-MSG-LEAD
               MOVE 'WS-SC-COUNT-ED' TO WS-MSG-TAIL
               PERFORM 5320-EMIT-CAPTION
               MOVE "               DELIMITED BY SIZE INTO PRINT-LINE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           WRITE PRINT-LINE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           IF WS-SC-CONDS = 0" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE 40 TO WS-MSG-MAX
               MOVE 'GEN0625T' TO WS-MSG-KEY
               MOVE 'SELECTION: NONE, ALL RECORDS SELECTED'
                   TO WS-MSG-TEXT
               MOVE 15 TO WS-MSG-INDENT
               MOVE 'MOVE' TO WS-MSG-LEAD
               PERFORM 5320-EMIT-CAPTION
               MOVE "                   TO PRINT-LINE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               WRITE PRINT-LINE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           END-IF" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           PERFORM VARYING WS-SC-IDX FROM 1 BY 1"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "                   UNTIL WS-SC-IDX > WS-SC-CARD-"
                   "COUNT"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "                   OR WS-SC-IDX > 10"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               MOVE SPACES TO PRINT-LINE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE 'GEN0626T' TO WS-MSG-KEY
               MOVE 'SELECTION:' TO WS-MSG-TEXT
               MOVE 1 TO WS-MSG-PAD
               MOVE 15 TO WS-MSG-INDENT
               MOVE 'STRING' TO WS-MSG-LEAD
               MOVE 'WS-SC-IMAGE(WS-SC-IDX)' TO WS-MSG-TAIL
               PERFORM 5320-EMIT-CAPTION
               MOVE SPACES TO WS-BUILD-LINE
               STRING "                   DELIMITED BY SIZE INTO PRINT-"
                   "LINE"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               WRITE PRINT-LINE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           END-PERFORM" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           CONTINUE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5300-RESOLVE-MESSAGE.
           MOVE 'N' TO WS-MSG-FOUND
           PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
                   UNTIL WS-MSG-IDX > WS-MSG-COUNT
                   OR WS-MSG-FOUND = 'Y'
               IF WS-MSG-ID(WS-MSG-IDX) = WS-MSG-KEY
                   MOVE 'Y' TO WS-MSG-FOUND
                   IF WS-PROF-LANG = 'FR'
                           AND WS-MSG-FR(WS-MSG-IDX) NOT = SPACES
                       MOVE WS-MSG-FR(WS-MSG-IDX) TO WS-MSG-TEXT
                   ELSE
                       IF WS-MSG-EN(WS-MSG-IDX) NOT = SPACES
                           MOVE WS-MSG-EN(WS-MSG-IDX) TO WS-MSG-TEXT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       5302-QUOTE-MESSAGE.
           PERFORM 5300-RESOLVE-MESSAGE
           MOVE SPACES TO WS-MSG-WORK
           IF WS-MSG-KEY(8:1) = 'T'
               MOVE WS-MSG-TEXT TO WS-MSG-WORK
           ELSE
               STRING WS-MSG-KEY ' ' WS-MSG-TEXT
                   DELIMITED BY SIZE INTO WS-MSG-WORK
           END-IF
           MOVE 69 TO WS-MSG-WORK-LEN
           PERFORM UNTIL WS-MSG-WORK-LEN = 0
                   OR WS-MSG-WORK(WS-MSG-WORK-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-MSG-WORK-LEN
           END-PERFORM
           ADD WS-MSG-PAD TO WS-MSG-WORK-LEN
           IF WS-MSG-MAX > 0 AND WS-MSG-WORK-LEN > WS-MSG-MAX
               MOVE WS-MSG-MAX TO WS-MSG-WORK-LEN
           END-IF
           MOVE SPACES TO WS-MSG-LIT
           MOVE 0 TO WS-MSG-LIT-LEN
           PERFORM VARYING WS-MSG-CX FROM 1 BY 1
                   UNTIL WS-MSG-CX > WS-MSG-WORK-LEN
               MOVE WS-MSG-WORK(WS-MSG-CX:1) TO WS-MSG-CHAR
               ADD 1 TO WS-MSG-LIT-LEN
               MOVE WS-MSG-CHAR TO WS-MSG-LIT(WS-MSG-LIT-LEN:1)
               IF WS-MSG-CHAR = "'"
                   ADD 1 TO WS-MSG-LIT-LEN
                   MOVE "'" TO WS-MSG-LIT(WS-MSG-LIT-LEN:1)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-MSG-PAD
           MOVE 0 TO WS-MSG-MAX.

       5305-BUILD-MESSAGE-LINES.
           MOVE SPACES TO WS-MSG-LINE-TAB
           MOVE 0 TO WS-MSG-LINE-COUNT
           MOVE 0 TO WS-MSG-TAIL-LEN
           MOVE 0 TO WS-MSG-TAIL2-LEN
           IF WS-MSG-TAIL NOT = SPACES
               MOVE 1 TO WS-MSG-PAD
               MOVE 50 TO WS-MSG-TAIL-LEN
               PERFORM UNTIL WS-MSG-TAIL(WS-MSG-TAIL-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-MSG-TAIL-LEN
               END-PERFORM
           END-IF
           IF WS-MSG-TAIL2 NOT = SPACES
               MOVE 50 TO WS-MSG-TAIL2-LEN
               PERFORM UNTIL WS-MSG-TAIL2(WS-MSG-TAIL2-LEN:1)
                       NOT = SPACE
                   SUBTRACT 1 FROM WS-MSG-TAIL2-LEN
               END-PERFORM
           END-IF
           PERFORM 5302-QUOTE-MESSAGE
           COMPUTE WS-MSG-NEED = WS-MSG-INDENT + 10 + WS-MSG-LIT-LEN
           IF WS-MSG-TAIL-LEN > 0
               COMPUTE WS-MSG-NEED = WS-MSG-NEED + 1 + WS-MSG-TAIL-LEN
           END-IF
           IF WS-MSG-TAIL2-LEN > 0
               MOVE 99 TO WS-MSG-NEED
           END-IF
           IF WS-MSG-END NOT = SPACE
               ADD 1 TO WS-MSG-NEED
           END-IF
           IF WS-MSG-NEED NOT > 72
               ADD 1 TO WS-MSG-LINE-COUNT
               COMPUTE WS-MSG-PTR = WS-MSG-INDENT + 1
               STRING "DISPLAY '" WS-MSG-LIT(1:WS-MSG-LIT-LEN) "'"
                   DELIMITED BY SIZE
                   INTO WS-MSG-LINE(WS-MSG-LINE-COUNT)
                   WITH POINTER WS-MSG-PTR
               IF WS-MSG-TAIL-LEN > 0
                   STRING ' ' WS-MSG-TAIL(1:WS-MSG-TAIL-LEN)
                       DELIMITED BY SIZE
                       INTO WS-MSG-LINE(WS-MSG-LINE-COUNT)
                       WITH POINTER WS-MSG-PTR
               END-IF
           ELSE
               IF WS-MSG-INDENT + 10 + WS-MSG-LIT-LEN NOT > 72
                   ADD 1 TO WS-MSG-LINE-COUNT
                   COMPUTE WS-MSG-PTR = WS-MSG-INDENT + 1
                   STRING "DISPLAY '" WS-MSG-LIT(1:WS-MSG-LIT-LEN) "'"
                       DELIMITED BY SIZE
                       INTO WS-MSG-LINE(WS-MSG-LINE-COUNT)
                       WITH POINTER WS-MSG-PTR
               ELSE
                   ADD 1 TO WS-MSG-LINE-COUNT
                   MOVE 'DISPLAY' TO WS-MSG-LINE(WS-MSG-LINE-COUNT)
                       (WS-MSG-INDENT + 1:7)
                   PERFORM 5307-SPLIT-MESSAGE-LITERAL
               END-IF
               IF WS-MSG-TAIL-LEN > 0
                   ADD 1 TO WS-MSG-LINE-COUNT
                   COMPUTE WS-MSG-PTR = WS-MSG-INDENT + 5
                   STRING WS-MSG-TAIL(1:WS-MSG-TAIL-LEN)
                       DELIMITED BY SIZE
                       INTO WS-MSG-LINE(WS-MSG-LINE-COUNT)
                       WITH POINTER WS-MSG-PTR
               END-IF
               IF WS-MSG-TAIL2-LEN > 0
                   ADD 1 TO WS-MSG-LINE-COUNT
                   COMPUTE WS-MSG-PTR = WS-MSG-INDENT + 5
                   STRING WS-MSG-TAIL2(1:WS-MSG-TAIL2-LEN)
                       DELIMITED BY SIZE
                       INTO WS-MSG-LINE(WS-MSG-LINE-COUNT)
                       WITH POINTER WS-MSG-PTR
               END-IF
           END-IF
           IF WS-MSG-END NOT = SPACE
               STRING WS-MSG-END DELIMITED BY SIZE
                   INTO WS-MSG-LINE(WS-MSG-LINE-COUNT)
                   WITH POINTER WS-MSG-PTR
           END-IF
           MOVE SPACES TO WS-MSG-TAIL
           MOVE SPACES TO WS-MSG-TAIL2
           MOVE SPACE TO WS-MSG-END.

       5307-SPLIT-MESSAGE-LITERAL.
           COMPUTE WS-MSG-ROOM = 72 - WS-MSG-INDENT - 6
           MOVE 1 TO WS-MSG-CX
           PERFORM UNTIL WS-MSG-CX > WS-MSG-LIT-LEN
               PERFORM 5308-FIND-MESSAGE-BREAK
               ADD 1 TO WS-MSG-LINE-COUNT
               COMPUTE WS-MSG-PTR = WS-MSG-INDENT + 5
               COMPUTE WS-MSG-NEED = WS-MSG-BRK - WS-MSG-CX + 1
               STRING "'" WS-MSG-LIT(WS-MSG-CX:WS-MSG-NEED) "'"
                   DELIMITED BY SIZE
                   INTO WS-MSG-LINE(WS-MSG-LINE-COUNT)
                   WITH POINTER WS-MSG-PTR
               COMPUTE WS-MSG-CX = WS-MSG-BRK + 1
           END-PERFORM.

       5308-FIND-MESSAGE-BREAK.
           COMPUTE WS-MSG-BRK = WS-MSG-CX + WS-MSG-ROOM - 1
           IF WS-MSG-BRK NOT < WS-MSG-LIT-LEN
               MOVE WS-MSG-LIT-LEN TO WS-MSG-BRK
           ELSE
               MOVE 0 TO WS-MSG-QCNT
               INSPECT WS-MSG-LIT(WS-MSG-CX:WS-MSG-ROOM)
                   TALLYING WS-MSG-QCNT FOR ALL "'"
               IF FUNCTION MOD(WS-MSG-QCNT, 2) = 1
                   SUBTRACT 1 FROM WS-MSG-BRK
               END-IF
               MOVE WS-MSG-BRK TO WS-MSG-BX
               PERFORM UNTIL WS-MSG-BX < WS-MSG-CX + WS-MSG-ROOM / 2
                       OR WS-MSG-LIT(WS-MSG-BX:1) = SPACE
                   SUBTRACT 1 FROM WS-MSG-BX
               END-PERFORM
               IF WS-MSG-BX NOT < WS-MSG-CX + WS-MSG-ROOM / 2
                   MOVE WS-MSG-BX TO WS-MSG-BRK
               END-IF
           END-IF.

       5310-EMIT-MESSAGE.
           PERFORM 5305-BUILD-MESSAGE-LINES
           PERFORM VARYING WS-MSG-LX FROM 1 BY 1
                   UNTIL WS-MSG-LX > WS-MSG-LINE-COUNT
               MOVE WS-MSG-LINE(WS-MSG-LX) TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM.

       5315-EMIT-MESSAGE-SQL.
           PERFORM 5305-BUILD-MESSAGE-LINES
           PERFORM VARYING WS-MSG-LX FROM 1 BY 1
                   UNTIL WS-MSG-LX > WS-MSG-LINE-COUNT
               MOVE WS-MSG-LINE(WS-MSG-LX) TO OUTPUT-LINE2
               WRITE OUTPUT-LINE2
           END-PERFORM.

       5320-EMIT-CAPTION.
           IF WS-MSG-MAX = 0
               MOVE 30 TO WS-MSG-MAX
           END-IF
           PERFORM 5302-QUOTE-MESSAGE
           MOVE SPACES TO WS-BUILD-LINE
           COMPUTE WS-MSG-PTR = WS-MSG-INDENT + 1
           IF WS-MSG-LEAD NOT = SPACES
               STRING FUNCTION TRIM(WS-MSG-LEAD) ' '
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
                   WITH POINTER WS-MSG-PTR
           END-IF
           STRING "'" WS-MSG-LIT(1:WS-MSG-LIT-LEN) "'"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
               WITH POINTER WS-MSG-PTR
           IF WS-MSG-TAIL NOT = SPACES
               STRING ' ' FUNCTION TRIM(WS-MSG-TAIL)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
                   WITH POINTER WS-MSG-PTR
           END-IF
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-MSG-LEAD
           MOVE SPACES TO WS-MSG-TAIL.

       5325-EMIT-SCREEN-MESSAGE.
           MOVE WS-MSG-END TO WS-MSG-SCREEN-END
           MOVE SPACE TO WS-MSG-END
           MOVE SPACES TO OUTPUT-LINE
           MOVE 'MOVE SPACES TO WS-MESSAGE'
               TO OUTPUT-LINE(WS-MSG-INDENT + 1:25)
           WRITE OUTPUT-LINE
           PERFORM 5305-BUILD-MESSAGE-LINES
           MOVE WS-MSG-LINE(1)(WS-MSG-INDENT + 8:) TO WS-BUILD-LINE
           MOVE 'STRING' TO WS-MSG-LINE(1)(WS-MSG-INDENT + 1:6)
           MOVE WS-BUILD-LINE TO WS-MSG-LINE(1)(WS-MSG-INDENT + 7:)
           PERFORM VARYING WS-MSG-LX FROM 1 BY 1
                   UNTIL WS-MSG-LX > WS-MSG-LINE-COUNT
               MOVE WS-MSG-LINE(WS-MSG-LX) TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE SPACES TO OUTPUT-LINE
           COMPUTE WS-MSG-PTR = WS-MSG-INDENT + 5
           STRING 'DELIMITED BY SIZE INTO WS-MESSAGE'
               DELIMITED BY SIZE
               INTO OUTPUT-LINE WITH POINTER WS-MSG-PTR
           IF WS-MSG-SCREEN-END NOT = SPACE
               STRING WS-MSG-SCREEN-END DELIMITED BY SIZE
                   INTO OUTPUT-LINE WITH POINTER WS-MSG-PTR
           END-IF
           WRITE OUTPUT-LINE.

       5500-CREATE-CODE-LOOKUP.
           DISPLAY 'Creating a code table lookup subprogram...'
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           MOVE 'N' TO WS-CLK-GENERATED
           MOVE SPACES TO WS-CLK-SUBNAME
           MOVE SPACES TO WS-CLK-REFFILE
           MOVE 0 TO WS-CLK-CODELEN
           MOVE 0 TO WS-CLK-DESCLEN
           MOVE 0 TO WS-CLK-MAXENT
           IF WS-BATCH-MODE
               MOVE FUNCTION UPPER-CASE(WS-BC-SUBNAME)
                   TO WS-CLK-SUBNAME
               MOVE WS-BC-REFFILE TO WS-CLK-REFFILE
               IF WS-BC-KEYLEN NOT = SPACES
                   COMPUTE WS-CLK-CODELEN =
                       FUNCTION NUMVAL(WS-BC-KEYLEN)
               END-IF
               IF WS-BC-DESCLEN NOT = SPACES
                   COMPUTE WS-CLK-DESCLEN =
                       FUNCTION NUMVAL(WS-BC-DESCLEN)
               END-IF
               IF WS-BC-MAXENT NOT = SPACES
                   COMPUTE WS-CLK-MAXENT =
                       FUNCTION NUMVAL(WS-BC-MAXENT)
               END-IF
           ELSE
               ACCEPT CODE-LOOKUP-SCREEN
               MOVE FUNCTION UPPER-CASE(WS-CLK-SUBNAME)
                   TO WS-CLK-SUBNAME
           END-IF
           IF WS-CLK-SUBNAME = SPACES
               MOVE 'CODELKUP' TO WS-CLK-SUBNAME
           END-IF
           IF WS-CLK-REFFILE = SPACES
               MOVE 'codes.dat' TO WS-CLK-REFFILE
           END-IF
           IF WS-CLK-DESCLEN = 0
               MOVE 30 TO WS-CLK-DESCLEN
           END-IF
           IF WS-CLK-MAXENT = 0
               MOVE 500 TO WS-CLK-MAXENT
           END-IF
           PERFORM 5510-CHECK-LOOKUP-SPEC
           IF WS-CLK-OK NOT = 'Y'
               DISPLAY 'Code table lookup abandoned.'
               PERFORM 5595-COUNT-LOOKUP-FAILURE
           ELSE
               MOVE WS-CLK-SUBNAME TO WS-FILENAME-PREFIX
               MOVE WS-CLK-SUBNAME TO WS-GEN-PROGID
               PERFORM 0100-PROMPT-OUTPUT-FILENAME
               PERFORM 0150-OPEN-SEQFILE-CHECKED
               IF WS-GEN-OPEN-FAILED = 'N'
                   PERFORM 5520-CREATE-LOOKUP-WRITE
                   MOVE 'Y' TO WS-CLK-GENERATED
               END-IF
               CLOSE SEQFILE
               IF WS-GEN-OPEN-FAILED = 'N'
                   MOVE WS-CLK-CODELEN TO WS-CLK-LEN-ED
                   DISPLAY 'Code length: ' FUNCTION TRIM(WS-CLK-LEN-ED)
                       '  description length: ' WS-CLK-DESCLEN
                       '  table entries: ' WS-CLK-MAXENT
                   PERFORM 0940-PREVIEW-AND-CONFIRM
               END-IF
               MOVE 'LKUPCALL' TO WS-FILENAME-PREFIX
               MOVE SPACES TO WS-BC-OUTNAME
               PERFORM 0100-PROMPT-OUTPUT-FILENAME
               PERFORM 0150-OPEN-SEQFILE-CHECKED
               IF WS-GEN-OPEN-FAILED = 'N'
                   PERFORM 5530-CREATE-LOOKUP-CALL-WRITE
               END-IF
               CLOSE SEQFILE
               IF WS-GEN-OPEN-FAILED = 'N'
                   PERFORM 0940-PREVIEW-AND-CONFIRM
               END-IF
           END-IF.

       5510-CHECK-LOOKUP-SPEC.
           MOVE 'Y' TO WS-CLK-OK
           IF WS-CLK-SUBNAME(1:1) IS NOT ALPHABETIC
               DISPLAY 'Subprogram name must start with a letter: '
                   WS-CLK-SUBNAME
               MOVE 'N' TO WS-CLK-OK
           END-IF
           IF WS-CLK-CODELEN < 1 OR WS-CLK-CODELEN > 20
               DISPLAY 'Code length must be 1 to 20, not '
                   WS-CLK-CODELEN '.'
               MOVE 'N' TO WS-CLK-OK
           END-IF
           IF WS-CLK-DESCLEN > 50
               DISPLAY 'Description length must be 1 to 50, not '
                   WS-CLK-DESCLEN '.'
               MOVE 'N' TO WS-CLK-OK
           END-IF.

       5520-CREATE-LOOKUP-WRITE.
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING "       PROGRAM-ID. " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CLK-SUBNAME) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "      * REFERENCE CODE FILE: "
               FUNCTION TRIM(WS-CLK-REFFILE)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       INPUT-OUTPUT SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE-CONTROL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'CODE-FILE' TO WS-SEL-FDNAME
           MOVE WS-CLK-SUBNAME TO WS-SEL-DDNAME
           MOVE WS-CLK-REFFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-CODE' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  CODE-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  CODE-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE WS-CLK-CODELEN TO WS-CLK-LEN-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  CODE-REC-CODE PIC X("
               FUNCTION TRIM(WS-CLK-LEN-ED) ")."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE WS-CLK-DESCLEN TO WS-CLK-LEN-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  CODE-REC-DESC PIC X("
               FUNCTION TRIM(WS-CLK-LEN-ED) ")."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-CODE PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  EndOfFile VALUE '10'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  NoErrors  VALUE '00'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-TABLE-LOADED PIC X VALUE 'N'."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORDS-READ PIC 9(7) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-CODE-COUNT PIC 9(4) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE WS-CLK-MAXENT TO WS-CLK-LEN-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  WS-CODE-MAX PIC 9(4) VALUE "
               FUNCTION TRIM(WS-CLK-LEN-ED) "."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE WS-CLK-CODELEN TO WS-CLK-LEN-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  WS-PREV-CODE PIC X("
               FUNCTION TRIM(WS-CLK-LEN-ED) ") VALUE LOW-VALUES."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  WS-SEARCH-CODE PIC X("
               FUNCTION TRIM(WS-CLK-LEN-ED) ")."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-CODE-TABLE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE WS-CLK-MAXENT TO WS-CLK-LEN-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  WS-CODE-ENTRY OCCURS 1 TO "
               FUNCTION TRIM(WS-CLK-LEN-ED) " TIMES"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   DEPENDING ON WS-CODE-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ASCENDING KEY IS WS-TAB-CODE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   INDEXED BY WS-CODE-IDX."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE WS-CLK-CODELEN TO WS-CLK-LEN-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               10  WS-TAB-CODE PIC X("
               FUNCTION TRIM(WS-CLK-LEN-ED) ")."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE WS-CLK-DESCLEN TO WS-CLK-LEN-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               10  WS-TAB-DESC PIC X("
               FUNCTION TRIM(WS-CLK-LEN-ED) ")."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       LINKAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 5540-EMIT-LOOKUP-PARMS
           MOVE "       PROCEDURE DIVISION USING LOOKUP-PARMS."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-TABLE-LOADED NOT = 'Y'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 1000-LOAD-TABLE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'N' TO LOOKUP-FOUND" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO LOOKUP-DESC" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 0 TO LOOKUP-RC" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE LOOKUP-CODE TO WS-SEARCH-CODE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-CODE-COUNT = 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE 4 TO LOOKUP-RC" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               SEARCH ALL WS-CODE-ENTRY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       MOVE 4 TO LOOKUP-RC"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   WHEN WS-TAB-CODE(WS-CODE-IDX) = W"
               "S-SEARCH-CODE"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       MOVE 'Y' TO LOOKUP-FOUND"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                       MOVE WS-TAB-DESC(WS-CODE-IDX)"
               " TO LOOKUP-DESC"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-SEARCH" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           GOBACK." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1000-LOAD-TABLE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'Y' TO WS-TABLE-LOADED" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN INPUT CODE-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF NOT NoErrors" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0001E' TO WS-MSG-KEY
           MOVE 'Error opening input file. Status:' TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-CODE' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "               MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM UNTIL EndOfFile" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           READ CODE-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           SET EndOfFile TO TRUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           NOT AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-RECORDS-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF CODE-REC-CODE NOT = SPACES"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 1100-STORE-ENTRY" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-PERFORM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE CODE-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0704I' TO WS-MSG-KEY
           MOVE 'Reference codes loaded:' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'WS-CODE-COUNT' TO WS-MSG-TAIL
           MOVE '.' TO WS-MSG-END
           PERFORM 5310-EMIT-MESSAGE
           MOVE "       1100-STORE-ENTRY." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF CODE-REC-CODE NOT > WS-PREV-CODE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0701E' TO WS-MSG-KEY
           MOVE 'Reference file out of sequence at record:'
               TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-RECORDS-READ' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE 'GEN0702E' TO WS-MSG-KEY
           MOVE 'Code out of sequence or duplicated:' TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'CODE-REC-CODE' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "               MOVE 12 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-CODE-COUNT NOT < WS-CODE-MAX"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0703E' TO WS-MSG-KEY
           MOVE 'Code table full, maximum entries:' TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-CODE-MAX' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "               MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-CODE-COUNT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE CODE-REC-CODE TO WS-TAB-CODE(WS-CODE"
               "-COUNT)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE CODE-REC-DESC TO WS-TAB-DESC(WS-CODE"
               "-COUNT)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE CODE-REC-CODE TO WS-PREV-CODE."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5530-CREATE-LOOKUP-CALL-WRITE.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "      * CALL INTERFACE FOR " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CLK-SUBNAME) DELIMITED BY SIZE
               ", REFERENCE FILE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CLK-REFFILE) DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "      * COPY THE 01 LEVEL INTO WORKING-STORAGE, MOVE"
               " THE CODE TO"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "      * LOOKUP-CODE AND PERFORM THE PARAGRAPH BELOW."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "      * LOOKUP-RC: 0 FOUND, 4 NOT FOUND. A REFERENCE"
               " FILE THAT"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "      * CANNOT BE OPENED OR OVERFLOWS THE TABLE ENDS"
               " THE RUN WITH"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "      * RC 16, ONE OUT OF SEQUENCE WITH RC 12."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 5540-EMIT-LOOKUP-PARMS
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       9700-LOOKUP-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CLK-SUBNAME) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE WS-CLK-SUBNAME TO WS-EDIT-LKNAME
           PERFORM 5545-EMIT-LOOKUP-CALL
           MOVE "           IF NOT LookupFound" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               DISPLAY 'CODE NOT IN "
               FUNCTION TRIM(WS-CLK-SUBNAME) ": ' LOOKUP-CODE"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5540-EMIT-LOOKUP-PARMS.
           MOVE "       01  LOOKUP-PARMS." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  LOOKUP-CODE PIC X(20)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  LOOKUP-DESC PIC X(50)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  LOOKUP-FOUND PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               88  LookupFound VALUE 'Y'."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  LOOKUP-RC PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5545-EMIT-LOOKUP-CALL.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           CALL '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-LKNAME) DELIMITED BY SIZE
               "' USING LOOKUP-PARMS" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5595-COUNT-LOOKUP-FAILURE.
           IF WS-BATCH-MODE
               ADD 1 TO WS-RUN-FAILURES
               IF WS-FAIL-USED < 20
                   ADD 1 TO WS-FAIL-USED
                   MOVE SPACES TO WS-FAIL-LINE(WS-FAIL-USED)
                   STRING 'FAILED: card ' WS-CARD-NUMBER
                       ' code table lookup lengths unusable'
                       DELIMITED BY SIZE
                       INTO WS-FAIL-LINE(WS-FAIL-USED)
               END-IF
           END-IF.

       5600-CREATE-MASKING-PROGRAM.
           MOVE 'MASKPGM' TO WS-FILENAME-PREFIX
           DISPLAY 'Creating a test data masking program...'
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           IF WS-PROGID-OVERRIDE NOT = 'Y'
               MOVE 'MASKPGM' TO WS-GEN-PROGID
           END-IF
           IF WS-BC-OUTDATA = SPACES AND NOT WS-PROJECT-MODE
               MOVE 'masked.dat' TO WS-GEN-OUTFILE
           END-IF
           MOVE 'N' TO WS-MSK-GENERATED
           MOVE SPACES TO WS-MSK-CPY
           MOVE SPACES TO WS-MSK-RULES
           MOVE SPACES TO WS-MSK-TYPEFIELD
           IF WS-BATCH-MODE
               MOVE WS-BC-CPY TO WS-MSK-CPY
               MOVE WS-BC-RULES TO WS-MSK-RULES
               MOVE FUNCTION UPPER-CASE(WS-BC-TYPEFIELD)
                   TO WS-MSK-TYPEFIELD
           ELSE
               ACCEPT MASKING-SCREEN
               MOVE FUNCTION UPPER-CASE(WS-MSK-TYPEFIELD)
                   TO WS-MSK-TYPEFIELD
           END-IF
           IF WS-MSK-RULES = SPACES
               MOVE 'MASKRULES.TXT' TO WS-MSK-RULES
           END-IF
           PERFORM 0270-PROMPT-MULTIREC
           MOVE 'N' TO WS-USE-LAYOUT
           IF WS-MSK-CPY = SPACES
               DISPLAY 'A record copybook is needed for masking.'
           ELSE
               MOVE WS-MSK-CPY TO WS-LAYOUT-CPY
               PERFORM 0530-LOAD-COPYBOOK-LAYOUT
           END-IF
           IF WS-USE-LAYOUT NOT = 'Y'
               DISPLAY 'Data masking abandoned.'
               IF WS-BATCH-MODE
                   ADD 1 TO WS-RUN-FAILURES
                   MOVE WS-MSK-CPY TO WS-IMP-CPY
                   PERFORM 0097-RECORD-FAILURE-COPYBOOK
               END-IF
           ELSE
               PERFORM 9305-SET-FIELD-OFFSETS
               PERFORM 4820-SET-SPLIT-RECORD
               PERFORM 5610-LOAD-MASKING-RULES
               PERFORM 5620-CHECK-MASKING-RULES
               IF WS-MSK-OK NOT = 'Y'
                   DISPLAY 'Data masking abandoned.'
                   PERFORM 5695-COUNT-MASK-FAILURE
               ELSE
                   PERFORM 0100-PROMPT-OUTPUT-FILENAME
                   PERFORM 0150-OPEN-SEQFILE-CHECKED
                   IF WS-GEN-OPEN-FAILED = 'N'
                       PERFORM 5630-CREATE-MASKING-WRITE
                       MOVE 'Y' TO WS-MSK-GENERATED
                   END-IF
                   CLOSE SEQFILE
                   IF WS-GEN-OPEN-FAILED = 'N'
                       DISPLAY 'Fields masked: ' WS-MSK-MASKED
                           '  rules from ' FUNCTION TRIM(WS-MSK-RULES)
                       PERFORM 0940-PREVIEW-AND-CONFIRM
                   END-IF
               END-IF
           END-IF.

       5610-LOAD-MASKING-RULES.
           MOVE 0 TO WS-MSK-RULE-COUNT
           MOVE SPACES TO WS-MSK-RULE-TAB
           MOVE WS-MSK-RULES TO WS-TEMPLATE-FILENAME
           MOVE 'N' TO WS-EOF-TEMPLATE
           OPEN INPUT TEMPLATE-FILE
           IF WS-STATUS-TEMPLATE NOT = '00'
               DISPLAY 'Masking rules not read from '
                   FUNCTION TRIM(WS-MSK-RULES) '.'
           ELSE
               PERFORM UNTIL WS-TEMPLATE-EOF
                   READ TEMPLATE-FILE INTO WS-TPL-LINE
                       AT END
                           SET WS-TEMPLATE-EOF TO TRUE
                       NOT AT END
                           PERFORM 5612-STORE-MASKING-RULE
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.

       5612-STORE-MASKING-RULE.
           IF WS-TPL-LINE NOT = SPACES AND WS-TPL-LINE(1:1) NOT = '*'
               MOVE FUNCTION TRIM(WS-TPL-LINE LEADING) TO WS-CPY-WORK
               MOVE SPACES TO WS-MSK-NAME
               MOVE SPACES TO WS-MSK-METHOD
               MOVE SPACES TO WS-MSK-LIST
               MOVE 1 TO WS-MSK-PTR
               UNSTRING WS-CPY-WORK DELIMITED BY ALL SPACE
                   INTO WS-MSK-NAME WS-MSK-METHOD
                   WITH POINTER WS-MSK-PTR
               END-UNSTRING
               IF WS-MSK-PTR < 81
                   MOVE FUNCTION TRIM(WS-CPY-WORK(WS-MSK-PTR:))
                       TO WS-MSK-LIST
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-MSK-NAME) TO WS-MSK-NAME
               MOVE FUNCTION UPPER-CASE(WS-MSK-METHOD) TO WS-MSK-METHOD
               MOVE 0 TO WS-MSK-FOUND
               PERFORM VARYING WS-MSK-RULE-IDX FROM 1 BY 1
                       UNTIL WS-MSK-RULE-IDX > WS-MSK-RULE-COUNT
                   IF WS-MSK-R-FIELD(WS-MSK-RULE-IDX) = WS-MSK-NAME
                       MOVE WS-MSK-RULE-IDX TO WS-MSK-FOUND
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-MSK-NAME = 'KEY'
                       DISPLAY 'Masking KEY rule ignored: the key is'
                           ' read at run time from MASKKEY'
                       PERFORM 5697-COUNT-MASK-WARNING
                   WHEN WS-MSK-METHOD NOT = 'KEEP'
                           AND WS-MSK-METHOD NOT = 'ZERO'
                           AND WS-MSK-METHOD NOT = 'SCRAMBLE'
                           AND WS-MSK-METHOD NOT = 'SUBST'
                           AND WS-MSK-METHOD NOT = 'HASH'
                       DISPLAY 'Masking method '
                           FUNCTION TRIM(WS-MSK-METHOD)
                           ' is not KEEP, ZERO, SCRAMBLE, SUBST'
                           ' or HASH, rule ignored: '
                           FUNCTION TRIM(WS-MSK-NAME)
                       PERFORM 5697-COUNT-MASK-WARNING
                   WHEN WS-MSK-FOUND > 0
                       DISPLAY 'Second masking rule ignored for '
                           FUNCTION TRIM(WS-MSK-NAME)
                       PERFORM 5697-COUNT-MASK-WARNING
                   WHEN WS-MSK-RULE-COUNT NOT < 40
                       DISPLAY 'Masking rule table full, rule ignored: '
                           FUNCTION TRIM(WS-MSK-NAME)
                       PERFORM 5697-COUNT-MASK-WARNING
                   WHEN OTHER
                       ADD 1 TO WS-MSK-RULE-COUNT
                       MOVE WS-MSK-NAME
                           TO WS-MSK-R-FIELD(WS-MSK-RULE-COUNT)
                       MOVE WS-MSK-METHOD
                           TO WS-MSK-R-METHOD(WS-MSK-RULE-COUNT)
                       MOVE WS-MSK-LIST
                           TO WS-MSK-R-LIST(WS-MSK-RULE-COUNT)
                       MOVE 0 TO WS-MSK-R-FIDX(WS-MSK-RULE-COUNT)
                       MOVE 0 TO WS-MSK-R-VALS(WS-MSK-RULE-COUNT)
                       MOVE 0 TO WS-MSK-R-DIGITS(WS-MSK-RULE-COUNT)
                       MOVE 0 TO WS-MSK-R-DECS(WS-MSK-RULE-COUNT)
                       MOVE 'N' TO WS-MSK-R-OK(WS-MSK-RULE-COUNT)
               END-EVALUATE
           END-IF.

       5620-CHECK-MASKING-RULES.
           MOVE 'Y' TO WS-MSK-OK
           MOVE 0 TO WS-MIG-RDF-LVL
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               PERFORM 4615-SET-FIELD-ATTRIBUTES
               MOVE FUNCTION UPPER-CASE
                   (WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX))
                   TO WS-MSK-NAME
               PERFORM VARYING WS-MSK-RULE-IDX FROM 1 BY 1
                       UNTIL WS-MSK-RULE-IDX > WS-MSK-RULE-COUNT
                   IF WS-MSK-R-FIDX(WS-MSK-RULE-IDX) = 0
                           AND WS-MSK-R-FIELD(WS-MSK-RULE-IDX)
                           = WS-MSK-NAME
                       PERFORM 5622-SET-RULE-FIELD
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 0 TO WS-MSK-MASKED
           PERFORM VARYING WS-MSK-RULE-IDX FROM 1 BY 1
                   UNTIL WS-MSK-RULE-IDX > WS-MSK-RULE-COUNT
               IF WS-MSK-R-FIDX(WS-MSK-RULE-IDX) = 0
                   DISPLAY 'Masking rule field not in the layout: '
                       FUNCTION TRIM(WS-MSK-R-FIELD(WS-MSK-RULE-IDX))
                   PERFORM 5697-COUNT-MASK-WARNING
               END-IF
               IF WS-MSK-R-OK(WS-MSK-RULE-IDX) = 'Y'
                       AND WS-MSK-R-METHOD(WS-MSK-RULE-IDX) NOT = 'KEEP'
                   ADD 1 TO WS-MSK-MASKED
               END-IF
           END-PERFORM
           IF WS-MSK-MASKED = 0
               DISPLAY 'No usable masking rule in '
                   FUNCTION TRIM(WS-MSK-RULES) '.'
               MOVE 'N' TO WS-MSK-OK
           END-IF
           PERFORM 5628-SET-TYPE-FIELD.

       5622-SET-RULE-FIELD.
           MOVE WS-COPY-FIELD-IDX TO WS-MSK-R-FIDX(WS-MSK-RULE-IDX)
           MOVE WS-MIG-KIND TO WS-MSK-R-KIND(WS-MSK-RULE-IDX)
           MOVE 'Y' TO WS-MSK-R-OK(WS-MSK-RULE-IDX)
           IF WS-MIG-SKIP = 'Y'
               DISPLAY 'Field ' FUNCTION TRIM(WS-MSK-NAME)
                   ' is a group, FILLER or redefining item,'
                   ' rule ignored.'
               MOVE 'N' TO WS-MSK-R-OK(WS-MSK-RULE-IDX)
               PERFORM 5697-COUNT-MASK-WARNING
           ELSE
               IF WS-MIG-KIND = 'N' OR WS-MIG-KIND = 'B'
                   PERFORM 5624-COUNT-PIC-DIGITS
                   MOVE WS-MSK-DIGITS
                       TO WS-MSK-R-DIGITS(WS-MSK-RULE-IDX)
                   MOVE WS-CSV-DECS TO WS-MSK-R-DECS(WS-MSK-RULE-IDX)
                   IF WS-MSK-DIGITS = 0 OR WS-MSK-DIGITS > 18
                       DISPLAY 'Field ' FUNCTION TRIM(WS-MSK-NAME)
                           ' is not 1 to 18 digits, rule ignored.'
                       MOVE 'N' TO WS-MSK-R-OK(WS-MSK-RULE-IDX)
                       PERFORM 5697-COUNT-MASK-WARNING
                   END-IF
               END-IF
               IF WS-MSK-R-METHOD(WS-MSK-RULE-IDX) = 'SUBST'
                       AND WS-MSK-R-OK(WS-MSK-RULE-IDX) = 'Y'
                   PERFORM 5626-CHECK-SUBST-LIST
               END-IF
           END-IF.

       5624-COUNT-PIC-DIGITS.
           MOVE 0 TO WS-MSK-DIGITS
           MOVE 1 TO WS-PW-POS
           PERFORM UNTIL WS-PW-POS > 20
               IF WS-CSV-PICWK(WS-PW-POS:1) = '9'
                   IF WS-PW-POS < 20
                           AND WS-CSV-PICWK(WS-PW-POS + 1:1) = '('
                       MOVE 0 TO WS-PW-NUM
                       ADD 2 TO WS-PW-POS
                       PERFORM UNTIL WS-PW-POS > 20
                               OR WS-CSV-PICWK(WS-PW-POS:1)
                               IS NOT NUMERIC
                           COMPUTE WS-PW-NUM = WS-PW-NUM * 10
                               + FUNCTION NUMVAL
                               (WS-CSV-PICWK(WS-PW-POS:1))
                           ADD 1 TO WS-PW-POS
                       END-PERFORM
                       IF WS-PW-NUM > 99
                           MOVE 99 TO WS-PW-NUM
                       END-IF
                       ADD WS-PW-NUM TO WS-MSK-DIGITS
                           ON SIZE ERROR
                               MOVE 99 TO WS-MSK-DIGITS
                       END-ADD
                       ADD 1 TO WS-PW-POS
                   ELSE
                       ADD 1 TO WS-MSK-DIGITS
                           ON SIZE ERROR
                               MOVE 99 TO WS-MSK-DIGITS
                       END-ADD
                       ADD 1 TO WS-PW-POS
                   END-IF
               ELSE
                   ADD 1 TO WS-PW-POS
               END-IF
           END-PERFORM.

       5626-CHECK-SUBST-LIST.
           MOVE 0 TO WS-MSK-R-VALS(WS-MSK-RULE-IDX)
           MOVE WS-MSK-R-LIST(WS-MSK-RULE-IDX) TO WS-MSK-LIST
           MOVE 1 TO WS-MSK-VPTR
           PERFORM 5627-NEXT-SUBST-VALUE
           PERFORM UNTIL WS-MSK-VALUE = SPACES
                   OR WS-MSK-R-OK(WS-MSK-RULE-IDX) = 'N'
               ADD 1 TO WS-MSK-R-VALS(WS-MSK-RULE-IDX)
               MOVE 'Y' TO WS-MSK-VAL-OK
               IF WS-MSK-R-KIND(WS-MSK-RULE-IDX) = 'A'
                   MOVE 0 TO WS-MSK-TALLY
                   INSPECT WS-MSK-VALUE TALLYING WS-MSK-TALLY
                       FOR ALL "'" ALL '"'
                   IF WS-MSK-TALLY > 0
                       MOVE 'N' TO WS-MSK-VAL-OK
                   END-IF
               ELSE
                   PERFORM 5629-CHECK-NUMERIC-VALUE
               END-IF
               IF WS-MSK-VAL-OK = 'N'
                   DISPLAY 'Substitute value '
                       FUNCTION TRIM(WS-MSK-VALUE)
                       ' does not suit field '
                       FUNCTION TRIM(WS-MSK-NAME) ', rule ignored.'
                   MOVE 'N' TO WS-MSK-R-OK(WS-MSK-RULE-IDX)
                   PERFORM 5697-COUNT-MASK-WARNING
               END-IF
               IF WS-MSK-R-VALS(WS-MSK-RULE-IDX) > 10
                       AND WS-MSK-R-OK(WS-MSK-RULE-IDX) = 'Y'
                   DISPLAY 'More than 10 substitute values for '
                       FUNCTION TRIM(WS-MSK-NAME) ', rule ignored.'
                   MOVE 'N' TO WS-MSK-R-OK(WS-MSK-RULE-IDX)
                   PERFORM 5697-COUNT-MASK-WARNING
               END-IF
               PERFORM 5627-NEXT-SUBST-VALUE
           END-PERFORM
           IF WS-MSK-R-VALS(WS-MSK-RULE-IDX) = 0
               DISPLAY 'SUBST rule without values for '
                   FUNCTION TRIM(WS-MSK-NAME) ', rule ignored.'
               MOVE 'N' TO WS-MSK-R-OK(WS-MSK-RULE-IDX)
               PERFORM 5697-COUNT-MASK-WARNING
           END-IF.

       5627-NEXT-SUBST-VALUE.
           MOVE SPACES TO WS-MSK-VALUE
           IF WS-MSK-VPTR < 61
               UNSTRING WS-MSK-LIST DELIMITED BY ';'
                   INTO WS-MSK-VALUE WITH POINTER WS-MSK-VPTR
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-MSK-VALUE) TO WS-MSK-VALUE
           END-IF.

       5628-SET-TYPE-FIELD.
           MOVE SPACES TO WS-MSK-TYPE-REF
           IF WS-GEN-MULTIREC = 'Y'
               MOVE 'REC-TYPE' TO WS-MSK-TYPE-REF
               IF WS-MSK-TYPEFIELD NOT = SPACES
                   DISPLAY 'Record type is the type byte, '
                       FUNCTION TRIM(WS-MSK-TYPEFIELD) ' not used.'
                   MOVE SPACES TO WS-MSK-TYPEFIELD
                   PERFORM 5697-COUNT-MASK-WARNING
               END-IF
           ELSE
               IF WS-MSK-TYPEFIELD NOT = SPACES
                   MOVE WS-MSK-TYPEFIELD TO WS-SRT-NAME
                   PERFORM 1251-FIND-LAYOUT-FIELD
                   MOVE 0 TO WS-MSK-TALLY
                   IF WS-SRT-FIDX > 0
                       MOVE WS-SRT-FIDX TO WS-COPY-FIELD-IDX
                       PERFORM 2920-COUNT-FIELD-DECIMALS
                       INSPECT WS-CSV-PICWK TALLYING WS-MSK-TALLY
                           FOR ALL 'V'
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-SRT-FIDX = 0
                           MOVE 'N' TO WS-MSK-OK
                       WHEN WS-COPY-FIELD-PIC(WS-SRT-FIDX) = SPACES
                           OR WS-COPY-FIELD-OCCURS(WS-SRT-FIDX) > 0
                           OR WS-COPY-FIELD-INOCC(WS-SRT-FIDX) > 0
                           OR WS-COPY-FIELD-USAGE(WS-SRT-FIDX)
                               NOT = SPACES
                           OR WS-MSK-TALLY > 0
                           DISPLAY 'Record type field '
                               FUNCTION TRIM(WS-SRT-NAME)
                               ' must be one display item.'
                           MOVE 'N' TO WS-MSK-OK
                       WHEN OTHER
                           MOVE WS-SRT-NAME TO WS-MSK-TYPE-REF
                   END-EVALUATE
               END-IF
           END-IF.

       5629-CHECK-NUMERIC-VALUE.
           MOVE 0 TO WS-MSK-TALLY
           PERFORM VARYING WS-MSK-VAL-IDX FROM 1 BY 1
                   UNTIL WS-MSK-VAL-IDX > 30
                   OR WS-MSK-VALUE(WS-MSK-VAL-IDX:1) = SPACE
               EVALUATE TRUE
                   WHEN WS-MSK-VALUE(WS-MSK-VAL-IDX:1) IS NUMERIC
                       CONTINUE
                   WHEN WS-MSK-VALUE(WS-MSK-VAL-IDX:1) = '.'
                       ADD 1 TO WS-MSK-TALLY
                   WHEN WS-MSK-VALUE(WS-MSK-VAL-IDX:1) = '-'
                           AND WS-MSK-VAL-IDX = 1
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO WS-MSK-VAL-OK
               END-EVALUATE
           END-PERFORM
           IF WS-MSK-VAL-IDX < 31
                   AND WS-MSK-VALUE(WS-MSK-VAL-IDX:) NOT = SPACES
               MOVE 'N' TO WS-MSK-VAL-OK
           END-IF
           IF WS-MSK-TALLY > 1
                   OR WS-MSK-VALUE(WS-MSK-VAL-IDX - 1:1) = '.'
                   OR WS-MSK-VALUE(WS-MSK-VAL-IDX - 1:1) = '-'
               MOVE 'N' TO WS-MSK-VAL-OK
           END-IF.

       5630-CREATE-MASKING-WRITE.
           MOVE 'N' TO WS-MSK-NEED-KEY
           PERFORM VARYING WS-MSK-RULE-IDX FROM 1 BY 1
                   UNTIL WS-MSK-RULE-IDX > WS-MSK-RULE-COUNT
               IF WS-MSK-R-OK(WS-MSK-RULE-IDX) = 'Y'
                   IF WS-MSK-R-METHOD(WS-MSK-RULE-IDX) = 'HASH'
                           OR WS-MSK-R-METHOD(WS-MSK-RULE-IDX) = 'SUBST'
                       MOVE 'Y' TO WS-MSK-NEED-KEY
                   END-IF
               END-IF
           END-PERFORM
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING "       PROGRAM-ID. " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-PROGID) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "      * RECORD LAYOUT: " FUNCTION TRIM(WS-MSK-CPY)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "      * MASKING RULES: " FUNCTION TRIM(WS-MSK-RULES)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-MSK-TYPE-REF NOT = SPACES
               MOVE SPACES TO WS-BUILD-LINE
               STRING "      * COUNTED BY RECORD TYPE: "
                   FUNCTION TRIM(WS-MSK-TYPE-REF)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE SPACES TO WS-BUILD-LINE
           STRING "      * HASHED AND SCRAMBLED FIELDS KEEP THEIR LENGT"
               "H AND"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "      * CHARACTER CLASS BUT NOT THEIR ORDER: SORT TH"
               "E MASKED"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "      * FILES AGAIN BEFORE ANY MATCHING OR BALANCE-L"
               "INE RUN."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-MSK-NEED-KEY = 'Y'
               MOVE SPACES TO WS-BUILD-LINE
               STRING "      * HASH AND SUBST ARE KEYED: THE KEY (1 TO"
                   " 9 DIGITS)"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "      * IS READ AT RUN TIME FROM THE FIRST RECO"
                   "RD OF MASKKEY"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "      * AND IS NOT HELD IN THIS SOURCE. MASK WI"
                   "TH THE SAME KEY"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "      * ALL FILES THAT MUST STILL MATCH EACH OT"
                   "HER."
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       INPUT-OUTPUT SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE-CONTROL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'IN-FILE' TO WS-SEL-FDNAME
           MOVE 'INFILE' TO WS-SEL-DDNAME
           MOVE WS-GEN-INFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-INPUT' TO WS-SEL-STATUS
           IF WS-SPL-BIN = 'Y'
               MOVE 'S' TO WS-SEL-ORG
           END-IF
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'OUT-FILE' TO WS-SEL-FDNAME
           MOVE 'OUTFILE' TO WS-SEL-DDNAME
           MOVE WS-GEN-OUTFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-OUTPUT' TO WS-SEL-STATUS
           IF WS-SPL-BIN = 'Y'
               MOVE 'S' TO WS-SEL-ORG
           END-IF
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'MASK-REPORT' TO WS-SEL-FDNAME
           MOVE 'MASKRPT' TO WS-SEL-DDNAME
           MOVE 'mask.rpt' TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-REPORT' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           IF WS-MSK-NEED-KEY = 'Y'
               MOVE 'MASK-KEY-FILE' TO WS-SEL-FDNAME
               MOVE 'MASKKEY' TO WS-SEL-DDNAME
               MOVE 'maskkey.dat' TO WS-SEL-ASSIGN
               MOVE 'WS-STATUS-KEY' TO WS-SEL-STATUS
               PERFORM 1590-EMIT-SELECT-CLAUSE
           END-IF
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  IN-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  IN-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE WS-SPL-RECLEN TO WS-MSK-BODY-LEN
           IF WS-GEN-MULTIREC = 'Y'
               IF WS-MSK-BODY-LEN < 79
                   MOVE 79 TO WS-MSK-BODY-LEN
               END-IF
               MOVE WS-MSK-BODY-LEN TO WS-MSK-LEN-ED
               MOVE "           05  REC-TYPE PIC X." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           05  REC-BODY PIC X("
                   FUNCTION TRIM(WS-MSK-LEN-ED) ")."
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "       01  DETAIL-RECORD." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           05  FILLER PIC X." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               ADD 1 TO WS-MSK-BODY-LEN
           END-IF
           PERFORM 1550-EMIT-FIELD-LINES
           IF WS-GEN-MULTIREC = 'Y' AND WS-SPL-RECLEN < 79
               COMPUTE WS-MSK-LEN-ED = 79 - WS-SPL-RECLEN
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           05  FILLER PIC X("
                   FUNCTION TRIM(WS-MSK-LEN-ED) ")."
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE WS-MSK-BODY-LEN TO WS-MSK-LEN-ED
           MOVE "       FD  OUT-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  OUT-RECORD PIC X("
               FUNCTION TRIM(WS-MSK-LEN-ED) ")."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  MASK-REPORT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  MASK-REPORT-LINE PIC X(80)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-MSK-NEED-KEY = 'Y'
               MOVE "       FD  MASK-KEY-FILE." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "       01  MASK-KEY-RECORD PIC X(80)."
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-INPUT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  EndOfFile VALUE '10'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  NoErrors  VALUE '00'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-OUTPUT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-REPORT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORDS-READ PIC 9(9) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORDS-WRITTEN PIC 9(9) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-BAD-NUMERICS PIC 9(9) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-REC-MASKED PIC 9(9) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-REC-TYPE PIC X(10) VALUE SPACES."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-TYPE-COUNT PIC 99 VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-TYPE-IDX PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-TYPE-TAB." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  WS-TYPE-ENTRY OCCURS 20 TIMES."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               10  WS-TYPE-VALUE PIC X(10)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               10  WS-TYPE-RECORDS PIC 9(9)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               10  WS-TYPE-MASKED PIC 9(9)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-FIELD-TAB." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE WS-MSK-RULE-COUNT TO WS-MSK-WHEN-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  WS-FIELD-MASKED PIC 9(9) OCCURS "
               FUNCTION TRIM(WS-MSK-WHEN-ED) " TIMES."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SUB1 PIC 999." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SUB2 PIC 999." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MASK-KEY PIC 9(9) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-MSK-NEED-KEY = 'Y'
               MOVE "       01  WS-STATUS-KEY PIC XX." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "       01  WS-MASK-KEY-LEN PIC 99." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "       01  WS-MASK-KEY-OK PIC X." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "       01  WS-MASK-METHOD PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MASK-TEXT PIC X(256)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MASK-LEN PIC 9(5)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MASK-POS PIC 9(5)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MASK-CHAR PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MASK-CLASS PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MASK-IDX PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MASK-MOD PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MASK-SHIFT PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MASK-NEW PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MASK-PICK PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MASK-STATE PIC 9(9)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MASK-RAND PIC 9(10)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MASK-WORK PIC 9(18)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MASK-QUOT PIC 9(18)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MASK-TIME PIC 9(8)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MASK-NUM PIC S9(18)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MASK-ABS PIC 9(18)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  WS-MASK-ABS-X REDEFINES WS-MASK-ABS PIC X"
               "(18)."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  WS-MASK-DIGIT-SET PIC X(10) VALUE '012345"
               "6789'."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MASK-UPPER-SET PIC X(26)" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MASK-LOWER-SET PIC X(26)" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           VALUE 'abcdefghijklmnopqrstuvwxyz'."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-COUNT-ED PIC Z(8)9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-MASKED-ED PIC Z(8)9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           INITIALIZE WS-FIELD-TAB" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-MSK-NEED-KEY = 'Y'
               MOVE "           PERFORM 0500-READ-MASK-KEY"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           OPEN INPUT IN-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF NOT NoErrors" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0001E' TO WS-MSG-KEY
           MOVE 'Error opening input file. Status:' TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-INPUT' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "               MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN OUTPUT OUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-OUTPUT NOT = '00'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0002E' TO WS-MSG-KEY
           MOVE 'Error opening output file. Status:' TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-OUTPUT' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "               MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN OUTPUT MASK-REPORT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-REPORT NOT = '00'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0002E' TO WS-MSG-KEY
           MOVE 'Error opening output file. Status:' TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-REPORT' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "               MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ACCEPT WS-MASK-TIME FROM TIME"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           COMPUTE WS-MASK-RAND = WS-MASK-TIME + 1"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 8000-READ-INPUT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1000-MASK-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               UNTIL EndOfFile" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 9000-WRITE-REPORT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE IN-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE OUT-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE MASK-REPORT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-RECORDS-WRITTEN NOT = WS-RECORDS-READ"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               IF WS-BAD-NUMERICS > 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 4 TO RETURN-CODE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-MSK-NEED-KEY = 'Y'
               PERFORM 5638-EMIT-READ-MASK-KEY
           END-IF
           MOVE "       1000-MASK-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 0 TO WS-REC-MASKED" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-MSK-TYPE-REF = SPACES
               MOVE "           MOVE 'ALL' TO WS-REC-TYPE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE " FUNCTION TRIM(WS-MSK-TYPE-REF)
                   " TO WS-REC-TYPE"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           IF WS-GEN-MULTIREC = 'Y'
               MOVE "           IF REC-TYPE = 'D'" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               PERFORM 2000-MASK-FIELDS"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           END-IF" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               MOVE "           PERFORM 2000-MASK-FIELDS" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           PERFORM 3000-COUNT-RECORD-TYPE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE OUT-RECORD FROM IN-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-OUTPUT NOT = '00'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0810E' TO WS-MSG-KEY
           MOVE 'Error writing output file. Status:' TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-OUTPUT' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "               MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-RECORDS-WRITTEN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 8000-READ-INPUT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       2000-MASK-FIELDS." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-MSK-RULE-IDX FROM 1 BY 1
                   UNTIL WS-MSK-RULE-IDX > WS-MSK-RULE-COUNT
               IF WS-MSK-R-OK(WS-MSK-RULE-IDX) = 'Y'
                       AND WS-MSK-R-METHOD(WS-MSK-RULE-IDX) NOT = 'KEEP'
                   PERFORM 5640-EMIT-FIELD-MASK
               END-IF
           END-PERFORM
           MOVE "           CONTINUE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       3000-COUNT-RECORD-TYPE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   UNTIL WS-TYPE-IDX > WS-TYPE-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   OR WS-TYPE-VALUE(WS-TYPE-IDX) = W"
               "S-REC-TYPE"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               CONTINUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-PERFORM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-TYPE-IDX > WS-TYPE-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               IF WS-TYPE-COUNT < 20" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ADD 1 TO WS-TYPE-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE WS-TYPE-COUNT TO WS-TYPE-IDX"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   MOVE WS-REC-TYPE TO WS-TYPE-VALUE"
               "(WS-TYPE-IDX)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   MOVE 0 TO WS-TYPE-RECORDS(WS-TYPE"
               "-IDX)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   MOVE 0 TO WS-TYPE-MASKED(WS-TYPE-"
               "IDX)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 20 TO WS-TYPE-IDX"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   MOVE '*OTHER*' TO WS-TYPE-VALUE(W"
               "S-TYPE-IDX)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-TYPE-RECORDS(WS-TYPE-IDX)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           ADD WS-REC-MASKED TO WS-TYPE-MASKED(WS-TY"
               "PE-IDX)."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       7000-MASK-TEXT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-MASK-LEN > 256" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE 256 TO WS-MASK-LEN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-MASK-KEY TO WS-MASK-STATE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 7100-MASK-CHARACTER" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               VARYING WS-MASK-POS FROM 1 BY 1"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               UNTIL WS-MASK-POS > WS-MASK-LEN"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-MASK-METHOD = 'H'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE WS-MASK-KEY TO WS-MASK-STATE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 7100-MASK-CHARACTER"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   VARYING WS-MASK-POS FROM WS-MASK-"
               "LEN BY -1"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   UNTIL WS-MASK-POS < 1"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE WS-MASK-KEY TO WS-MASK-STATE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 7100-MASK-CHARACTER"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   VARYING WS-MASK-POS FROM 1 BY 1"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   UNTIL WS-MASK-POS > WS-MASK-LEN"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       7100-MASK-CHARACTER." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE WS-MASK-TEXT(WS-MASK-POS:1) TO WS-MA"
               "SK-CHAR"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACE TO WS-MASK-CLASS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 0 TO WS-MASK-IDX" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           INSPECT WS-MASK-DIGIT-SET TALLYING WS-MAS"
               "K-IDX"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               FOR CHARACTERS BEFORE INITIAL WS-MASK"
               "-CHAR"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-MASK-IDX < 10" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE 'D' TO WS-MASK-CLASS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE 10 TO WS-MASK-MOD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE 0 TO WS-MASK-IDX" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               INSPECT WS-MASK-UPPER-SET TALLYING WS"
               "-MASK-IDX"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   FOR CHARACTERS BEFORE INITIAL WS-"
               "MASK-CHAR"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               IF WS-MASK-IDX < 26" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 'U' TO WS-MASK-CLASS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 26 TO WS-MASK-MOD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   MOVE 0 TO WS-MASK-IDX"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   INSPECT WS-MASK-LOWER-SET TALLYIN"
               "G WS-MASK-IDX"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                       FOR CHARACTERS BEFORE INITIAL"
               " WS-MASK-CHAR"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   IF WS-MASK-IDX < 26" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       MOVE 'L' TO WS-MASK-CLASS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       MOVE 26 TO WS-MASK-MOD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       MOVE 0 TO WS-MASK-IDX"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       MOVE 1 TO WS-MASK-MOD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-MASK-METHOD = 'S'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 7200-NEXT-RANDOM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               DIVIDE WS-MASK-RAND BY WS-MASK-MOD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   GIVING WS-MASK-QUOT REMAINDER WS-"
               "MASK-SHIFT"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               COMPUTE WS-MASK-WORK = WS-MASK-STATE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   * (WS-MASK-STATE + 40503)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   + WS-MASK-POS + WS-MASK-MOD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               DIVIDE WS-MASK-WORK BY 999983"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   GIVING WS-MASK-QUOT REMAINDER WS-"
               "MASK-STATE"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               DIVIDE WS-MASK-STATE BY 1000 GIVING W"
               "S-MASK-QUOT"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               DIVIDE WS-MASK-QUOT BY WS-MASK-MOD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   GIVING WS-MASK-WORK REMAINDER WS-"
               "MASK-SHIFT"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           COMPUTE WS-MASK-WORK = WS-MASK-STATE + (W"
               "S-MASK-IDX"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               + 1) * 7919" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DIVIDE WS-MASK-WORK BY 999983"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               GIVING WS-MASK-QUOT REMAINDER WS-MASK"
               "-STATE"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           COMPUTE WS-MASK-NEW = WS-MASK-IDX + WS-MA"
               "SK-SHIFT"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-MASK-NEW NOT < WS-MASK-MOD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               SUBTRACT WS-MASK-MOD FROM WS-MASK-NEW"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ADD 1 TO WS-MASK-NEW" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EVALUATE WS-MASK-CLASS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'D'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   MOVE WS-MASK-DIGIT-SET(WS-MASK-NE"
               "W:1)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       TO WS-MASK-TEXT(WS-MASK-POS:1)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'U'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   MOVE WS-MASK-UPPER-SET(WS-MASK-NE"
               "W:1)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       TO WS-MASK-TEXT(WS-MASK-POS:1)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'L'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   MOVE WS-MASK-LOWER-SET(WS-MASK-NE"
               "W:1)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       TO WS-MASK-TEXT(WS-MASK-POS:1)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN OTHER" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   CONTINUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-EVALUATE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       7200-NEXT-RANDOM." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           COMPUTE WS-MASK-WORK = WS-MASK-RAND * 16807"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DIVIDE WS-MASK-WORK BY 2147483647"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               GIVING WS-MASK-QUOT REMAINDER WS-MASK"
               "-RAND."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       8000-READ-INPUT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           READ IN-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   SET EndOfFile TO TRUE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               NOT AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ADD 1 TO WS-RECORDS-READ"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 5660-EMIT-MASK-REPORT.

       5638-EMIT-READ-MASK-KEY.
           MOVE "       0500-READ-MASK-KEY." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'N' TO WS-MASK-KEY-OK" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN INPUT MASK-KEY-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-KEY NOT = '00'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0811E' TO WS-MSG-KEY
           MOVE 'Masking key file MASKKEY not opened. Status:'
               TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-KEY' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "               MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           READ MASK-KEY-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-KEY = '00'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE 0 TO WS-MASK-KEY-LEN"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               INSPECT MASK-KEY-RECORD TALLYING WS-M"
               "ASK-KEY-LEN"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   FOR CHARACTERS BEFORE INITIAL SPACE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               IF WS-MASK-KEY-LEN > 0 AND WS-MASK-KE"
               "Y-LEN < 10"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   IF MASK-KEY-RECORD(1:WS-MASK-KEY-"
               "LEN)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       IS NUMERIC" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                       MOVE MASK-KEY-RECORD(1:WS-MAS"
               "K-KEY-LEN)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                           TO WS-MASK-KEY"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                       MOVE 'Y' TO WS-MASK-KEY-OK"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE MASK-KEY-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-MASK-KEY-OK NOT = 'Y'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0812E' TO WS-MSG-KEY
           MOVE 'Masking key in MASKKEY is not 1 to 9 digits.'
               TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           PERFORM 5310-EMIT-MESSAGE
           MOVE "               MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5640-EMIT-FIELD-MASK.
           MOVE WS-MSK-R-FIDX(WS-MSK-RULE-IDX) TO WS-COPY-FIELD-IDX
           PERFORM 2932-SET-FIELD-DIMS
           MOVE WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX) TO WS-MSK-NAME
           MOVE SPACES TO WS-MSK-REF
           MOVE 0 TO WS-MSK-LOOPS
           MOVE 0 TO WS-MSK-DEPTH
           EVALUATE TRUE
               WHEN WS-OCC-D1 > 0 AND WS-OCC-D2 > 0
                   STRING FUNCTION TRIM(WS-MSK-NAME)
                       " (WS-SUB1 WS-SUB2)"
                       DELIMITED BY SIZE INTO WS-MSK-REF
                   MOVE 'WS-SUB1' TO WS-MSK-SUBNAME
                   MOVE WS-OCC-D1 TO WS-MSK-OCC-ED
                   PERFORM 5642-EMIT-MASK-LOOP
                   MOVE 'WS-SUB2' TO WS-MSK-SUBNAME
                   MOVE WS-OCC-D2 TO WS-MSK-OCC-ED
                   PERFORM 5642-EMIT-MASK-LOOP
               WHEN WS-OCC-D1 > 0 OR WS-OCC-D2 > 0
                   STRING FUNCTION TRIM(WS-MSK-NAME)
                       " (WS-SUB1)"
                       DELIMITED BY SIZE INTO WS-MSK-REF
                   MOVE 'WS-SUB1' TO WS-MSK-SUBNAME
                   COMPUTE WS-MSK-OCC-ED = WS-OCC-D1 + WS-OCC-D2
                   PERFORM 5642-EMIT-MASK-LOOP
               WHEN OTHER
                   MOVE WS-MSK-NAME TO WS-MSK-REF
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-MSK-R-METHOD(WS-MSK-RULE-IDX) = 'ZERO'
                   PERFORM 5644-EMIT-ZERO-MASK
               WHEN WS-MSK-R-METHOD(WS-MSK-RULE-IDX) = 'SUBST'
                   PERFORM 5650-EMIT-SUBST-MASK
               WHEN WS-MSK-R-KIND(WS-MSK-RULE-IDX) = 'N'
                       OR WS-MSK-R-KIND(WS-MSK-RULE-IDX) = 'B'
                   PERFORM 5646-EMIT-NUMERIC-MASK
               WHEN OTHER
                   PERFORM 5648-EMIT-TEXT-MASK
           END-EVALUATE
           PERFORM WS-MSK-LOOPS TIMES
               SUBTRACT 1 FROM WS-MSK-DEPTH
               MOVE "           END-PERFORM" TO OUTPUT-LINE
               PERFORM 5688-WRITE-MASK-LINE
           END-PERFORM.

       5642-EMIT-MASK-LOOP.
           ADD 1 TO WS-MSK-LOOPS
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           PERFORM VARYING "
               FUNCTION TRIM(WS-MSK-SUBNAME) " FROM 1 BY 1"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               UNTIL " FUNCTION TRIM(WS-MSK-SUBNAME)
               " > " FUNCTION TRIM(WS-MSK-OCC-ED)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           ADD 1 TO WS-MSK-DEPTH.

       5644-EMIT-ZERO-MASK.
           IF WS-MSK-R-KIND(WS-MSK-RULE-IDX) = 'A'
               MOVE 'SPACES' TO WS-MSK-SRC
           ELSE
               MOVE 'ZERO' TO WS-MSK-SRC
           END-IF
           MOVE WS-MSK-REF TO WS-MSK-TGT
           PERFORM 5680-EMIT-MOVE
           PERFORM 5684-EMIT-MASK-COUNT.

       5646-EMIT-NUMERIC-MASK.
           IF WS-MSK-R-KIND(WS-MSK-RULE-IDX) = 'N'
               PERFORM 5652-EMIT-NUMERIC-TEST
           END-IF
           PERFORM 5654-EMIT-DIGITS-LOAD
           PERFORM 5682-EMIT-METHOD-CALL
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE WS-MASK-TEXT(1:"
               FUNCTION TRIM(WS-MSK-NUM-ED) ")"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               TO WS-MASK-ABS-X("
               FUNCTION TRIM(WS-MSK-POS-ED) ":"
               FUNCTION TRIM(WS-MSK-NUM-ED) ")"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           MOVE "           IF WS-MASK-NUM < 0" TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           ADD 1 TO WS-MSK-DEPTH
           MOVE "               = 0 - WS-MASK-ABS" TO WS-MSK-SRC
           PERFORM 5656-EMIT-DIGITS-STORE
           SUBTRACT 1 FROM WS-MSK-DEPTH
           MOVE "           ELSE" TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           ADD 1 TO WS-MSK-DEPTH
           MOVE "               = WS-MASK-ABS" TO WS-MSK-SRC
           PERFORM 5656-EMIT-DIGITS-STORE
           SUBTRACT 1 FROM WS-MSK-DEPTH
           MOVE "           END-IF" TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           PERFORM 5684-EMIT-MASK-COUNT
           IF WS-MSK-R-KIND(WS-MSK-RULE-IDX) = 'N'
               PERFORM 5658-EMIT-NUMERIC-ELSE
           END-IF.

       5648-EMIT-TEXT-MASK.
           PERFORM 5686-EMIT-TEXT-LOAD
           PERFORM 5682-EMIT-METHOD-CALL
           MOVE 'WS-MASK-TEXT' TO WS-MSK-SRC
           MOVE SPACES TO WS-MSK-TGT
           IF WS-MSK-R-KIND(WS-MSK-RULE-IDX) = 'E'
               STRING FUNCTION TRIM(WS-MSK-REF) " (1:)"
                   DELIMITED BY SIZE INTO WS-MSK-TGT
           ELSE
               MOVE WS-MSK-REF TO WS-MSK-TGT
           END-IF
           PERFORM 5680-EMIT-MOVE
           PERFORM 5684-EMIT-MASK-COUNT.

       5650-EMIT-SUBST-MASK.
           EVALUATE WS-MSK-R-KIND(WS-MSK-RULE-IDX)
               WHEN 'A'
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "           IF " FUNCTION TRIM(WS-MSK-REF)
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   PERFORM 5688-WRITE-MASK-LINE
                   MOVE "               NOT = SPACES" TO OUTPUT-LINE
                   PERFORM 5688-WRITE-MASK-LINE
                   ADD 1 TO WS-MSK-DEPTH
               WHEN 'N'
                   PERFORM 5652-EMIT-NUMERIC-TEST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-MSK-R-KIND(WS-MSK-RULE-IDX) = 'N'
                   OR WS-MSK-R-KIND(WS-MSK-RULE-IDX) = 'B'
               PERFORM 5654-EMIT-DIGITS-LOAD
           ELSE
               PERFORM 5686-EMIT-TEXT-LOAD
           END-IF
           MOVE "           MOVE 'H' TO WS-MASK-METHOD" TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           MOVE "           PERFORM 7000-MASK-TEXT" TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           DIVIDE WS-MASK-STATE BY 1000 GIVING WS-MA"
               "SK-QUOT"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           MOVE WS-MSK-R-VALS(WS-MSK-RULE-IDX) TO WS-MSK-WHEN-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           DIVIDE WS-MASK-QUOT BY "
               FUNCTION TRIM(WS-MSK-WHEN-ED)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               GIVING WS-MASK-WORK REMAINDER WS-MASK"
               "-PICK"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           MOVE "           EVALUATE WS-MASK-PICK" TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           ADD 1 TO WS-MSK-DEPTH
           MOVE WS-MSK-R-LIST(WS-MSK-RULE-IDX) TO WS-MSK-LIST
           MOVE 1 TO WS-MSK-VPTR
           MOVE 0 TO WS-MSK-WHEN
           PERFORM 5627-NEXT-SUBST-VALUE
           PERFORM UNTIL WS-MSK-VALUE = SPACES
               MOVE WS-MSK-WHEN TO WS-MSK-WHEN-ED
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           WHEN " FUNCTION TRIM(WS-MSK-WHEN-ED)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               PERFORM 5688-WRITE-MASK-LINE
               MOVE SPACES TO WS-MSK-SRC
               IF WS-MSK-R-KIND(WS-MSK-RULE-IDX) = 'A'
                   STRING "'" FUNCTION TRIM(WS-MSK-VALUE) "'"
                       DELIMITED BY SIZE INTO WS-MSK-SRC
               ELSE
                   MOVE WS-MSK-VALUE TO WS-MSK-SRC
               END-IF
               MOVE WS-MSK-REF TO WS-MSK-TGT
               ADD 1 TO WS-MSK-DEPTH
               PERFORM 5680-EMIT-MOVE
               SUBTRACT 1 FROM WS-MSK-DEPTH
               ADD 1 TO WS-MSK-WHEN
               PERFORM 5627-NEXT-SUBST-VALUE
           END-PERFORM
           SUBTRACT 1 FROM WS-MSK-DEPTH
           MOVE "           END-EVALUATE" TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           PERFORM 5684-EMIT-MASK-COUNT
           EVALUATE WS-MSK-R-KIND(WS-MSK-RULE-IDX)
               WHEN 'A'
                   SUBTRACT 1 FROM WS-MSK-DEPTH
                   MOVE "           END-IF" TO OUTPUT-LINE
                   PERFORM 5688-WRITE-MASK-LINE
               WHEN 'N'
                   PERFORM 5658-EMIT-NUMERIC-ELSE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       5652-EMIT-NUMERIC-TEST.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           IF " FUNCTION TRIM(WS-MSK-REF)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           MOVE "               IS NUMERIC" TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           ADD 1 TO WS-MSK-DEPTH.

       5654-EMIT-DIGITS-LOAD.
           MOVE WS-MSK-R-DIGITS(WS-MSK-RULE-IDX) TO WS-MSK-NUM-ED
           COMPUTE WS-MSK-POS-ED = 19 - WS-MSK-R-DIGITS(WS-MSK-RULE-IDX)
           COMPUTE WS-MSK-TALLY = WS-MSK-R-DECS(WS-MSK-RULE-IDX) + 1
           MOVE '1000000000000000000' TO WS-MSK-SCALE
           IF WS-MSK-R-DECS(WS-MSK-RULE-IDX) = 0
               MOVE WS-MSK-REF TO WS-MSK-SRC
               MOVE 'WS-MASK-NUM' TO WS-MSK-TGT
               PERFORM 5680-EMIT-MOVE
           ELSE
               MOVE "           COMPUTE WS-MASK-NUM" TO OUTPUT-LINE
               PERFORM 5688-WRITE-MASK-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "               = " FUNCTION TRIM(WS-MSK-REF)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               PERFORM 5688-WRITE-MASK-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "               * " WS-MSK-SCALE(1:WS-MSK-TALLY)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               PERFORM 5688-WRITE-MASK-LINE
           END-IF
           MOVE "           MOVE WS-MASK-NUM TO WS-MASK-ABS"
               TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE WS-MASK-ABS-X("
               FUNCTION TRIM(WS-MSK-POS-ED) ":"
               FUNCTION TRIM(WS-MSK-NUM-ED) ")"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           MOVE "               TO WS-MASK-TEXT" TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE " FUNCTION TRIM(WS-MSK-NUM-ED)
               " TO WS-MASK-LEN"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE.

       5656-EMIT-DIGITS-STORE.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           COMPUTE " FUNCTION TRIM(WS-MSK-REF)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           MOVE WS-MSK-SRC TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           IF WS-MSK-R-DECS(WS-MSK-RULE-IDX) > 0
               MOVE SPACES TO WS-BUILD-LINE
               STRING "               / " WS-MSK-SCALE(1:WS-MSK-TALLY)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               PERFORM 5688-WRITE-MASK-LINE
           END-IF.

       5658-EMIT-NUMERIC-ELSE.
           SUBTRACT 1 FROM WS-MSK-DEPTH
           MOVE "           ELSE" TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           ADD 1 TO WS-MSK-DEPTH
           MOVE 'ZERO' TO WS-MSK-SRC
           MOVE WS-MSK-REF TO WS-MSK-TGT
           PERFORM 5680-EMIT-MOVE
           MOVE "           ADD 1 TO WS-BAD-NUMERICS" TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           SUBTRACT 1 FROM WS-MSK-DEPTH
           MOVE "           END-IF" TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE.

       5660-EMIT-MASK-REPORT.
           MOVE "       9000-WRITE-REPORT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 40 TO WS-MSG-MAX
           MOVE 'GEN0801T' TO WS-MSG-KEY
           MOVE 'DATA MASKING REPORT' TO WS-MSG-TEXT
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'MOVE' TO WS-MSG-LEAD
           PERFORM 5320-EMIT-CAPTION
           MOVE "               TO MASK-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE MASK-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO MASK-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE MASK-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   UNTIL WS-TYPE-IDX > WS-TYPE-COUNT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               MOVE WS-TYPE-RECORDS(WS-TYPE-IDX) TO "
               "WS-COUNT-ED"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               MOVE WS-TYPE-MASKED(WS-TYPE-IDX) TO W"
               "S-MASKED-ED"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE SPACES TO MASK-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0802T' TO WS-MSG-KEY
           MOVE 'RECORD TYPE:' TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'STRING' TO WS-MSG-LEAD
           MOVE 'WS-TYPE-VALUE(WS-TYPE-IDX)' TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE 'GEN0803T' TO WS-MSG-KEY
           MOVE 'RECORDS:' TO WS-MSG-TEXT
           MOVE 19 TO WS-MSG-INDENT
           MOVE 'WS-COUNT-ED' TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE 'GEN0804T' TO WS-MSG-KEY
           MOVE 'FIELDS MASKED:' TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           MOVE 19 TO WS-MSG-INDENT
           MOVE "' '" TO WS-MSG-LEAD
           MOVE 'WS-MASKED-ED' TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   DELIMITED BY SIZE INTO MASK-REPOR"
               "T-LINE"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WRITE MASK-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               DISPLAY MASK-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-PERFORM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO MASK-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE MASK-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-MSK-RULE-IDX FROM 1 BY 1
                   UNTIL WS-MSK-RULE-IDX > WS-MSK-RULE-COUNT
               IF WS-MSK-R-OK(WS-MSK-RULE-IDX) = 'Y'
                       AND WS-MSK-R-METHOD(WS-MSK-RULE-IDX) NOT = 'KEEP'
                   PERFORM 5662-EMIT-FIELD-TOTAL
               END-IF
           END-PERFORM
           MOVE "           MOVE SPACES TO MASK-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE MASK-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'WS-RECORDS-READ' TO WS-MSK-SRC
           MOVE 'GEN0806T' TO WS-MSG-KEY
           MOVE 'RECORDS READ:' TO WS-MSG-TEXT
           PERFORM 5664-EMIT-RUN-TOTAL
           MOVE 'WS-RECORDS-WRITTEN' TO WS-MSK-SRC
           MOVE 'GEN0807T' TO WS-MSG-KEY
           MOVE 'RECORDS WRITTEN:' TO WS-MSG-TEXT
           PERFORM 5664-EMIT-RUN-TOTAL
           MOVE 'WS-BAD-NUMERICS' TO WS-MSK-SRC
           MOVE 'GEN0808T' TO WS-MSG-KEY
           MOVE 'INVALID NUMERICS ZEROED:' TO WS-MSG-TEXT
           PERFORM 5664-EMIT-RUN-TOTAL
           MOVE "           IF WS-RECORDS-WRITTEN NOT = WS-RECORDS-READ"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0005E' TO WS-MSG-KEY
           MOVE 'RECORD COUNTS OUT OF BALANCE' TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-BAD-NUMERICS > 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0809W' TO WS-MSG-KEY
           MOVE 'Invalid numeric fields set to zero:' TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-BAD-NUMERICS' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5662-EMIT-FIELD-TOTAL.
           MOVE WS-MSK-RULE-IDX TO WS-MSK-WHEN-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE WS-FIELD-MASKED("
               FUNCTION TRIM(WS-MSK-WHEN-ED) ") TO WS-MASKED-ED"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO MASK-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-MSG-TAIL
           STRING "'" WS-MSK-R-FIELD(WS-MSK-RULE-IDX) " "
               WS-MSK-R-METHOD(WS-MSK-RULE-IDX) "'"
               DELIMITED BY SIZE INTO WS-MSG-TAIL
           MOVE 'GEN0805T' TO WS-MSG-KEY
           MOVE 'FIELD:' TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'STRING' TO WS-MSG-LEAD
           PERFORM 5320-EMIT-CAPTION
           MOVE 'GEN0804T' TO WS-MSG-KEY
           MOVE 'FIELDS MASKED:' TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           MOVE 15 TO WS-MSG-INDENT
           MOVE "' '" TO WS-MSG-LEAD
           MOVE 'WS-MASKED-ED' TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE "               DELIMITED BY SIZE INTO MASK-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE MASK-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY MASK-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5664-EMIT-RUN-TOTAL.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE " FUNCTION TRIM(WS-MSK-SRC)
               " TO WS-COUNT-ED"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO MASK-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 1 TO WS-MSG-PAD
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'STRING' TO WS-MSG-LEAD
           MOVE 'WS-COUNT-ED' TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE "               DELIMITED BY SIZE INTO MASK-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE MASK-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY MASK-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5680-EMIT-MOVE.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE " FUNCTION TRIM(WS-MSK-SRC)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               TO " FUNCTION TRIM(WS-MSK-TGT)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE.

       5682-EMIT-METHOD-CALL.
           IF WS-MSK-R-METHOD(WS-MSK-RULE-IDX) = 'SCRAMBLE'
               MOVE "           MOVE 'S' TO WS-MASK-METHOD"
                   TO OUTPUT-LINE
               PERFORM 5688-WRITE-MASK-LINE
           ELSE
               MOVE "           MOVE 'H' TO WS-MASK-METHOD"
                   TO OUTPUT-LINE
               PERFORM 5688-WRITE-MASK-LINE
           END-IF
           MOVE "           PERFORM 7000-MASK-TEXT" TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE.

       5684-EMIT-MASK-COUNT.
           MOVE "           ADD 1 TO WS-REC-MASKED" TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           MOVE WS-MSK-RULE-IDX TO WS-MSK-WHEN-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           ADD 1 TO WS-FIELD-MASKED("
               FUNCTION TRIM(WS-MSK-WHEN-ED) ")"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE.

       5686-EMIT-TEXT-LOAD.
           MOVE WS-MSK-REF TO WS-MSK-SRC
           MOVE 'WS-MASK-TEXT' TO WS-MSK-TGT
           PERFORM 5680-EMIT-MOVE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE LENGTH OF " FUNCTION TRIM(WS-MSK-REF)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE
           MOVE "               TO WS-MASK-LEN" TO OUTPUT-LINE
           PERFORM 5688-WRITE-MASK-LINE.

       5688-WRITE-MASK-LINE.
           COMPUTE WS-MSK-SHIFT = WS-MSK-DEPTH * 4
           IF WS-MSK-SHIFT > 0
               MOVE OUTPUT-LINE TO WS-BUILD-LINE
               MOVE FUNCTION LENGTH
                   (FUNCTION TRIM(WS-BUILD-LINE TRAILING))
                   TO WS-MSK-LINE-LEN
               IF WS-MSK-LINE-LEN + WS-MSK-SHIFT > 72
                   IF WS-MSK-LINE-LEN < 72
                       COMPUTE WS-MSK-SHIFT = 72 - WS-MSK-LINE-LEN
                   ELSE
                       MOVE 0 TO WS-MSK-SHIFT
                   END-IF
               END-IF
               MOVE SPACES TO OUTPUT-LINE
               MOVE WS-BUILD-LINE(12:)
                   TO OUTPUT-LINE(12 + WS-MSK-SHIFT:)
           END-IF
           WRITE OUTPUT-LINE.

       5695-COUNT-MASK-FAILURE.
           IF WS-BATCH-MODE
               ADD 1 TO WS-RUN-FAILURES
               IF WS-FAIL-USED < 20
                   ADD 1 TO WS-FAIL-USED
                   MOVE SPACES TO WS-FAIL-LINE(WS-FAIL-USED)
                   STRING 'FAILED: card ' WS-CARD-NUMBER
                       ' data masking rules unusable'
                       DELIMITED BY SIZE
                       INTO WS-FAIL-LINE(WS-FAIL-USED)
               END-IF
           END-IF.

       5697-COUNT-MASK-WARNING.
           IF WS-BATCH-MODE
               ADD 1 TO WS-RUN-WARNINGS
           END-IF.

       5700-SET-RUNSTATS-HOOK.
           MOVE 'N' TO WS-GEN-RUNSTATS
           IF WS-PROF-RUNSTATS NOT = SPACES
               MOVE 'Y' TO WS-GEN-RUNSTATS
           END-IF
           MOVE WS-GEN-PROGID TO WS-RST-PROGRAM
           MOVE 'WS-RS-READ' TO WS-RST-READ-SRC
           MOVE 'WS-RS-WRITTEN' TO WS-RST-WRITE-SRC.

       5705-EMIT-RUNSTATS-SELECT.
           MOVE 'RUNSTATS-FILE' TO WS-SEL-FDNAME
           MOVE 'RUNSTATS' TO WS-SEL-DDNAME
           MOVE WS-PROF-RUNSTATS TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-RUNSTATS' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE.

       5710-EMIT-RUNSTATS-FD.
           MOVE "       FD  RUNSTATS-FILE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  RUNSTATS-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  RS-PROGRAM        PIC X(8)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  RS-JOB-NAME       PIC X(8)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  RS-STEP-NAME      PIC X(8)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  RS-START-DATE     PIC 9(8)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  RS-START-TIME     PIC 9(8)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  RS-END-DATE       PIC 9(8)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  RS-END-TIME       PIC 9(8)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  RS-RECS-READ      PIC 9(9)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  RS-RECS-WRITTEN   PIC 9(9)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  RS-RETURN-CODE    PIC 9(4)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER            PIC X(2)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5715-EMIT-RUNSTATS-WS.
           MOVE "       01  WS-STATUS-RUNSTATS PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RS-START-DATE PIC 9(8) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RS-START-TIME PIC 9(8) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RS-READ PIC 9(9) VALUE 0." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RS-WRITTEN PIC 9(9) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RS-JOB PIC X(8) VALUE SPACES."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RS-STEP PIC X(8) VALUE SPACES."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5720-EMIT-RUNSTATS-LINKAGE.
           IF WS-PROF-DIALECT = 'ZOS'
               MOVE "       LINKAGE SECTION." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "       01  RS-PSA." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           05  FILLER PIC X(540)." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           05  RS-PSA-TOLD POINTER." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "       01  RS-TCB." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           05  FILLER PIC X(12)." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           05  RS-TCB-TIOT POINTER." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "       01  RS-TIOT." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           05  RS-TIOT-JOB PIC X(8)."
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           05  RS-TIOT-STEP PIC X(8)."
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF.

       5725-EMIT-RUNSTATS-START.
           MOVE "           ACCEPT WS-RS-START-DATE FROM DATE YYYYMMDD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ACCEPT WS-RS-START-TIME FROM TIME"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5730-EMIT-RUNSTATS-CALL.
           IF WS-GEN-RUNSTATS = 'Y'
               MOVE SPACES TO WS-BUILD-LINE
               MOVE 'PERFORM 9850-WRITE-RUN-STATS'
                   TO WS-BUILD-LINE(WS-RST-INDENT + 1:29)
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE 11 TO WS-RST-INDENT.

       5735-EMIT-RUNSTATS-PARA.
           MOVE "       9850-WRITE-RUN-STATS." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-PROF-DIALECT = 'ZOS'
               MOVE "           SET ADDRESS OF RS-PSA TO NULL"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           SET ADDRESS OF RS-TCB TO RS-PSA-TOLD"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           SET ADDRESS OF RS-TIOT TO RS-TCB-TIOT"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           MOVE RS-TIOT-JOB TO WS-RS-JOB"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           MOVE RS-TIOT-STEP TO WS-RS-STEP"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           ACCEPT WS-RS-JOB FROM ENVIRONMENT"
                   " 'JOBNAME'"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           ACCEPT WS-RS-STEP FROM ENVIRONMENT"
                   " 'STEPNAME'"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           OPEN EXTEND RUNSTATS-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-RUNSTATS NOT = '00'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               OPEN OUTPUT RUNSTATS-FILE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-RUNSTATS NOT = '00'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0901W' TO WS-MSG-KEY
           MOVE 'Run statistics not recorded. Status:'
               TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-RUNSTATS' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE SPACES TO RUNSTATS-RECORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               MOVE '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RST-PROGRAM) DELIMITED BY SIZE
               "' TO RS-PROGRAM" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE WS-RS-JOB TO RS-JOB-NAME"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE WS-RS-STEP TO RS-STEP-NAME"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE WS-RS-START-DATE TO RS-START-DATE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE WS-RS-START-TIME TO RS-START-TIME"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ACCEPT RS-END-DATE FROM DATE YYYYMMDD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ACCEPT RS-END-TIME FROM TIME"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               MOVE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RST-READ-SRC) DELIMITED BY SIZE
               " TO RS-RECS-READ" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               MOVE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RST-WRITE-SRC) DELIMITED BY SIZE
               " TO RS-RECS-WRITTEN" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE RETURN-CODE TO RS-RETURN-CODE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WRITE RUNSTATS-RECORD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               CLOSE RUNSTATS-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5800-CREATE-DDL-FROM-LAYOUT.
           MOVE 'DDLGEN' TO WS-FILENAME-PREFIX
           DISPLAY 'Creating table DDL from a copybook layout...'
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           MOVE 'N' TO WS-DCL-GENERATED
           MOVE SPACES TO WS-DCL-CPY
           MOVE SPACES TO WS-DCL-TABLE
           MOVE SPACES TO WS-DCL-DBNAME
           IF WS-BATCH-MODE
               MOVE WS-BC-CPY TO WS-DCL-CPY
               MOVE WS-BC-TABLE TO WS-DCL-TABLE
               MOVE WS-BC-DBNAME TO WS-DCL-DBNAME
           ELSE
               ACCEPT DDL-LAYOUT-SCREEN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-DCL-TABLE) TO WS-DCL-TABLE
           MOVE FUNCTION UPPER-CASE(WS-DCL-DBNAME) TO WS-DCL-DBNAME
           MOVE 'N' TO WS-USE-LAYOUT
           IF WS-DCL-CPY = SPACES
               DISPLAY 'A record copybook is needed for the DDL.'
           ELSE
               MOVE WS-DCL-CPY TO WS-LAYOUT-CPY
               PERFORM 0530-LOAD-COPYBOOK-LAYOUT
           END-IF
           IF WS-USE-LAYOUT NOT = 'Y'
               DISPLAY 'Table DDL abandoned.'
               IF WS-BATCH-MODE
                   ADD 1 TO WS-RUN-FAILURES
                   MOVE WS-DCL-CPY TO WS-IMP-CPY
                   PERFORM 0097-RECORD-FAILURE-COPYBOOK
               END-IF
           ELSE
               PERFORM 9305-SET-FIELD-OFFSETS
               PERFORM 5810-SET-TABLE-NAMES
               PERFORM 5820-MAP-LAYOUT-COLUMNS
               IF WS-DCL-OK NOT = 'Y'
                   DISPLAY 'Table DDL abandoned.'
                   PERFORM 5895-COUNT-DDL-FAILURE
               ELSE
                   MOVE '.sql' TO WS-DCL-EXT
                   PERFORM 5830-PROMPT-DDL-MEMBER
                   PERFORM 0150-OPEN-SEQFILE-CHECKED
                   IF WS-GEN-OPEN-FAILED = 'N'
                       PERFORM 5840-CREATE-TABLE-DDL-WRITE
                       MOVE 'Y' TO WS-DCL-GENERATED
                   END-IF
                   CLOSE SEQFILE
                   IF WS-GEN-OPEN-FAILED = 'N'
                       DISPLAY 'Table ' FUNCTION TRIM(WS-DCL-TABLE)
                           ': ' WS-DCL-COLS ' columns, '
                           WS-DCL-DECIDE ' fields need a decision'
                       PERFORM 0940-PREVIEW-AND-CONFIRM
                   END-IF
                   MOVE 'DCLGEN' TO WS-FILENAME-PREFIX
                   MOVE SPACES TO WS-BC-OUTNAME
                   PERFORM 0110-PROMPT-COPYBOOK-FILENAME
                   PERFORM 0150-OPEN-SEQFILE-CHECKED
                   IF WS-GEN-OPEN-FAILED = 'N'
                       PERFORM 5850-CREATE-HOST-COPYBOOK-WRITE
                   END-IF
                   CLOSE SEQFILE
                   IF WS-GEN-OPEN-FAILED = 'N'
                       PERFORM 0940-PREVIEW-AND-CONFIRM
                   END-IF
                   MOVE 'DDLMAP' TO WS-FILENAME-PREFIX
                   MOVE '.txt' TO WS-DCL-EXT
                   PERFORM 5830-PROMPT-DDL-MEMBER
                   PERFORM 0150-OPEN-SEQFILE-CHECKED
                   IF WS-GEN-OPEN-FAILED = 'N'
                       PERFORM 5860-CREATE-MAPPING-REPORT-WRITE
                   END-IF
                   CLOSE SEQFILE
                   IF WS-GEN-OPEN-FAILED = 'N'
                       PERFORM 0940-PREVIEW-AND-CONFIRM
                   END-IF
               END-IF
           END-IF.

       5810-SET-TABLE-NAMES.
           IF WS-DCL-TABLE = SPACES
               MOVE FUNCTION UPPER-CASE(WS-COPY-RECNAME)
                   TO WS-DCL-TABLE
               INSPECT WS-DCL-TABLE REPLACING ALL '-' BY '_'
           END-IF
           MOVE SPACES TO WS-DCL-QUAL
           MOVE SPACES TO WS-DCL-SHORT
           UNSTRING WS-DCL-TABLE DELIMITED BY '.'
               INTO WS-DCL-QUAL WS-DCL-SHORT
           END-UNSTRING
           IF WS-DCL-SHORT = SPACES
               MOVE WS-DCL-QUAL TO WS-DCL-SHORT
           END-IF
           MOVE SPACES TO WS-DCL-STRUCT
           STRING 'DCL' FUNCTION TRIM(WS-DCL-SHORT)
               DELIMITED BY SIZE INTO WS-DCL-STRUCT
           INSPECT WS-DCL-STRUCT REPLACING ALL '_' BY '-'.

       5820-MAP-LAYOUT-COLUMNS.
           MOVE SPACES TO WS-DCL-TAB
           MOVE 0 TO WS-DCL-COLS
           MOVE 0 TO WS-DCL-DECIDE
           MOVE 0 TO WS-DCL-LAST
           MOVE 0 TO WS-MIG-RDF-LVL
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               PERFORM 4615-SET-FIELD-ATTRIBUTES
               PERFORM 5822-CLASSIFY-LAYOUT-FIELD
               EVALUATE WS-DCL-STATE(WS-COPY-FIELD-IDX)
                   WHEN 'M'
                       ADD 1 TO WS-DCL-COLS
                       MOVE WS-COPY-FIELD-IDX TO WS-DCL-LAST
                   WHEN 'U'
                       ADD 1 TO WS-DCL-DECIDE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           MOVE 'Y' TO WS-DCL-OK
           IF WS-DCL-COLS = 0
               DISPLAY 'No field of ' FUNCTION TRIM(WS-DCL-CPY)
                   ' maps to a table column.'
               MOVE 'N' TO WS-DCL-OK
           END-IF
           IF WS-DCL-SHORT(1:1) IS NOT ALPHABETIC
                   OR WS-DCL-SHORT(1:1) = SPACE
               DISPLAY 'Table name must start with a letter: '
                   WS-DCL-TABLE
               MOVE 'N' TO WS-DCL-OK
           END-IF.

       5822-CLASSIFY-LAYOUT-FIELD.
           MOVE FUNCTION UPPER-CASE
               (WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX)) TO WS-DCL-COLWK
           INSPECT WS-DCL-COLWK REPLACING ALL '-' BY '_'
           MOVE WS-DCL-COLWK TO WS-DCL-COLNAME(WS-COPY-FIELD-IDX)
           EVALUATE TRUE
               WHEN WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX) = SPACES
               WHEN WS-DCL-COLWK = 'FILLER'
                   MOVE 'F' TO WS-DCL-STATE(WS-COPY-FIELD-IDX)
               WHEN WS-COPY-FIELD-REDEF(WS-COPY-FIELD-IDX) NOT = SPACES
                   MOVE 'U' TO WS-DCL-STATE(WS-COPY-FIELD-IDX)
                   STRING 'REDEFINES ' FUNCTION TRIM
                       (WS-COPY-FIELD-REDEF(WS-COPY-FIELD-IDX))
                       DELIMITED BY SIZE
                       INTO WS-DCL-REASON(WS-COPY-FIELD-IDX)
               WHEN WS-MIG-RDF-LVL > 0
                   MOVE 'U' TO WS-DCL-STATE(WS-COPY-FIELD-IDX)
                   MOVE 'INSIDE A REDEFINES AREA'
                       TO WS-DCL-REASON(WS-COPY-FIELD-IDX)
               WHEN WS-COPY-FIELD-OCCURS(WS-COPY-FIELD-IDX) > 0
                   MOVE 'U' TO WS-DCL-STATE(WS-COPY-FIELD-IDX)
                   MOVE WS-COPY-FIELD-OCCURS(WS-COPY-FIELD-IDX)
                       TO WS-DCL-NUM-ED
                   STRING 'OCCURS ' FUNCTION TRIM(WS-DCL-NUM-ED)
                       ' TIMES' DELIMITED BY SIZE
                       INTO WS-DCL-REASON(WS-COPY-FIELD-IDX)
               WHEN WS-MIG-KIND = 'G'
                   MOVE 'G' TO WS-DCL-STATE(WS-COPY-FIELD-IDX)
               WHEN WS-COPY-FIELD-INOCC(WS-COPY-FIELD-IDX) > 0
                   MOVE 'U' TO WS-DCL-STATE(WS-COPY-FIELD-IDX)
                   MOVE 'INSIDE AN OCCURS GROUP'
                       TO WS-DCL-REASON(WS-COPY-FIELD-IDX)
               WHEN WS-MIG-KIND = 'E'
                   MOVE 'U' TO WS-DCL-STATE(WS-COPY-FIELD-IDX)
                   MOVE 'EDITED PICTURE'
                       TO WS-DCL-REASON(WS-COPY-FIELD-IDX)
               WHEN OTHER
                   PERFORM 5824-SET-COLUMN-TYPE
           END-EVALUATE.

       5824-SET-COLUMN-TYPE.
           MOVE 'M' TO WS-DCL-STATE(WS-COPY-FIELD-IDX)
           MOVE WS-COPY-FIELD-LENGTH(WS-COPY-FIELD-IDX) TO WS-DCL-NUM-ED
           IF WS-MIG-KIND = 'A'
               IF WS-COPY-FIELD-LENGTH(WS-COPY-FIELD-IDX) > 254
                   STRING 'VARCHAR(' FUNCTION TRIM(WS-DCL-NUM-ED) ')'
                       DELIMITED BY SIZE
                       INTO WS-DCL-COLTYPE(WS-COPY-FIELD-IDX)
               ELSE
                   STRING 'CHAR(' FUNCTION TRIM(WS-DCL-NUM-ED) ')'
                       DELIMITED BY SIZE
                       INTO WS-DCL-COLTYPE(WS-COPY-FIELD-IDX)
               END-IF
               STRING 'X(' FUNCTION TRIM(WS-DCL-NUM-ED) ')'
                   DELIMITED BY SIZE
                   INTO WS-DCL-HOSTPIC(WS-COPY-FIELD-IDX)
           ELSE
               PERFORM 5624-COUNT-PIC-DIGITS
               EVALUATE TRUE
                   WHEN WS-MSK-DIGITS = 0
                       MOVE 'U' TO WS-DCL-STATE(WS-COPY-FIELD-IDX)
                       MOVE 'PICTURE NOT RECOGNISED'
                           TO WS-DCL-REASON(WS-COPY-FIELD-IDX)
                   WHEN WS-MSK-DIGITS > 31
                       MOVE 'U' TO WS-DCL-STATE(WS-COPY-FIELD-IDX)
                       MOVE 'MORE THAN 31 DIGITS'
                           TO WS-DCL-REASON(WS-COPY-FIELD-IDX)
                   WHEN WS-MIG-KIND = 'B' AND WS-CSV-DECS = 0
                           AND WS-MSK-DIGITS < 5
                       MOVE 'SMALLINT'
                           TO WS-DCL-COLTYPE(WS-COPY-FIELD-IDX)
                       MOVE 'S9(4) USAGE COMP'
                           TO WS-DCL-HOSTPIC(WS-COPY-FIELD-IDX)
                   WHEN WS-MIG-KIND = 'B' AND WS-CSV-DECS = 0
                           AND WS-MSK-DIGITS < 10
                       MOVE 'INTEGER'
                           TO WS-DCL-COLTYPE(WS-COPY-FIELD-IDX)
                       MOVE 'S9(9) USAGE COMP'
                           TO WS-DCL-HOSTPIC(WS-COPY-FIELD-IDX)
                   WHEN WS-MIG-KIND = 'B' AND WS-CSV-DECS = 0
                       MOVE 'BIGINT'
                           TO WS-DCL-COLTYPE(WS-COPY-FIELD-IDX)
                       MOVE 'S9(18) USAGE COMP'
                           TO WS-DCL-HOSTPIC(WS-COPY-FIELD-IDX)
                   WHEN OTHER
                       PERFORM 5826-SET-DECIMAL-TYPE
               END-EVALUATE
           END-IF.

       5826-SET-DECIMAL-TYPE.
           COMPUTE WS-DCL-INTS = WS-MSK-DIGITS - WS-CSV-DECS
           MOVE WS-MSK-DIGITS TO WS-DCL-NUM-ED
           MOVE WS-CSV-DECS TO WS-DCL-NUM2-ED
           STRING 'DECIMAL(' FUNCTION TRIM(WS-DCL-NUM-ED) ','
               FUNCTION TRIM(WS-DCL-NUM2-ED) ')'
               DELIMITED BY SIZE
               INTO WS-DCL-COLTYPE(WS-COPY-FIELD-IDX)
           MOVE WS-DCL-INTS TO WS-DCL-NUM-ED
           EVALUATE TRUE
               WHEN WS-CSV-DECS = 0
                   STRING 'S9(' FUNCTION TRIM(WS-DCL-NUM-ED)
                       ') USAGE COMP-3' DELIMITED BY SIZE
                       INTO WS-DCL-HOSTPIC(WS-COPY-FIELD-IDX)
               WHEN WS-DCL-INTS = 0
                   STRING 'SV9(' FUNCTION TRIM(WS-DCL-NUM2-ED)
                       ') USAGE COMP-3' DELIMITED BY SIZE
                       INTO WS-DCL-HOSTPIC(WS-COPY-FIELD-IDX)
               WHEN OTHER
                   STRING 'S9(' FUNCTION TRIM(WS-DCL-NUM-ED)
                       ')V9(' FUNCTION TRIM(WS-DCL-NUM2-ED)
                       ') USAGE COMP-3' DELIMITED BY SIZE
                       INTO WS-DCL-HOSTPIC(WS-COPY-FIELD-IDX)
           END-EVALUATE.

       5830-PROMPT-DDL-MEMBER.
           MOVE 'Y' TO WS-OUTPUT-IS-JCL
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME FROM TIME
           MOVE SPACES TO WS-DEFAULT-FILENAME
           STRING FUNCTION TRIM(WS-FILENAME-PREFIX) '-'
               WS-CDT-YYYY WS-CDT-MM WS-CDT-DD
               '-' WS-CDT-HH WS-CDT-MIN WS-CDT-SS
               FUNCTION TRIM(WS-DCL-EXT)
               DELIMITED BY SIZE INTO WS-DEFAULT-FILENAME
           MOVE SPACES TO WS-OUTPUT-FILENAME
           IF NOT WS-BATCH-MODE
               ACCEPT FILENAME-SCREEN
           END-IF
           IF WS-OUTPUT-FILENAME = SPACES
               MOVE WS-BC-OUTNAME TO WS-OUTPUT-FILENAME
           END-IF
           IF WS-OUTPUT-FILENAME = SPACES
               MOVE WS-DEFAULT-FILENAME TO WS-OUTPUT-FILENAME
           END-IF
           PERFORM 9950-CHECK-GEN-LOCK.

       5840-CREATE-TABLE-DDL-WRITE.
           MOVE SPACES TO OUTPUT-LINE
           STRING '-- TABLE ' FUNCTION TRIM(WS-DCL-TABLE)
               ' FROM COPYBOOK ' FUNCTION TRIM(WS-DCL-CPY)
               DELIMITED BY SIZE INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING '-- RECORD ' FUNCTION TRIM(WS-COPY-RECNAME)
               ', ' WS-DCL-COLS ' COLUMNS'
               DELIMITED BY SIZE INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-DCL-DECIDE > 0
               MOVE SPACES TO OUTPUT-LINE
               STRING '-- ' WS-DCL-DECIDE
                   ' FIELDS NOT MAPPED, SEE THE MAPPING REPORT'
                   DELIMITED BY SIZE INTO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE SPACES TO OUTPUT-LINE
           STRING 'CREATE TABLE ' FUNCTION TRIM(WS-DCL-TABLE)
               DELIMITED BY SIZE INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'Y' TO WS-DCL-FIRST
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               IF WS-DCL-STATE(WS-COPY-FIELD-IDX) = 'M'
                   PERFORM 5842-WRITE-DDL-COLUMN
               END-IF
           END-PERFORM
           IF WS-DCL-DBNAME = SPACES
               MOVE "      );" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               MOVE "      )" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO OUTPUT-LINE
               STRING '  IN DATABASE ' FUNCTION TRIM(WS-DCL-DBNAME)
                   ';' DELIMITED BY SIZE INTO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF.

       5842-WRITE-DDL-COLUMN.
           MOVE SPACES TO OUTPUT-LINE
           IF WS-DCL-FIRST = 'Y'
               MOVE '(' TO OUTPUT-LINE(7:1)
               MOVE 'N' TO WS-DCL-FIRST
           END-IF
           MOVE WS-DCL-COLNAME(WS-COPY-FIELD-IDX) TO OUTPUT-LINE(8:20)
           MOVE WS-DCL-COLTYPE(WS-COPY-FIELD-IDX) TO OUTPUT-LINE(30:20)
           MOVE 'NOT NULL' TO OUTPUT-LINE(51:8)
           IF WS-COPY-FIELD-IDX < WS-DCL-LAST
               MOVE ',' TO OUTPUT-LINE(59:1)
           END-IF
           WRITE OUTPUT-LINE.

       5850-CREATE-HOST-COPYBOOK-WRITE.
           MOVE SPACES TO OUTPUT-LINE
           MOVE ALL '*' TO OUTPUT-LINE(7:66)
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-DCL-BOX
           STRING 'DCLGEN TABLE(' FUNCTION TRIM(WS-DCL-TABLE) ')'
               DELIMITED BY SIZE INTO WS-DCL-BOX
           PERFORM 5854-WRITE-BOX-LINE
           MOVE SPACES TO WS-DCL-BOX
           STRING '       FROM COPYBOOK ' FUNCTION TRIM(WS-DCL-CPY)
               DELIMITED BY SIZE INTO WS-DCL-BOX
           PERFORM 5854-WRITE-BOX-LINE
           MOVE SPACES TO OUTPUT-LINE
           MOVE ALL '*' TO OUTPUT-LINE(7:66)
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING '           EXEC SQL DECLARE '
               FUNCTION TRIM(WS-DCL-TABLE) ' TABLE'
               DELIMITED BY SIZE INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'Y' TO WS-DCL-FIRST
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               IF WS-DCL-STATE(WS-COPY-FIELD-IDX) = 'M'
                   PERFORM 5852-WRITE-DECLARE-COLUMN
               END-IF
           END-PERFORM
           MOVE "           ) END-EXEC." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           MOVE ALL '*' TO OUTPUT-LINE(7:66)
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-DCL-BOX
           STRING 'COBOL DECLARATION FOR TABLE '
               FUNCTION TRIM(WS-DCL-TABLE)
               DELIMITED BY SIZE INTO WS-DCL-BOX
           PERFORM 5854-WRITE-BOX-LINE
           MOVE SPACES TO OUTPUT-LINE
           MOVE ALL '*' TO OUTPUT-LINE(7:66)
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING '       01  ' FUNCTION TRIM(WS-DCL-STRUCT) '.'
               DELIMITED BY SIZE INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               IF WS-DCL-STATE(WS-COPY-FIELD-IDX) = 'M'
                   PERFORM 5856-WRITE-HOST-VARIABLE
               END-IF
           END-PERFORM
           MOVE SPACES TO OUTPUT-LINE
           MOVE ALL '*' TO OUTPUT-LINE(7:66)
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-DCL-BOX
           STRING 'THE NUMBER OF COLUMNS DESCRIBED BY THIS '
               'DECLARATION IS ' WS-DCL-COLS
               DELIMITED BY SIZE INTO WS-DCL-BOX
           PERFORM 5854-WRITE-BOX-LINE
           MOVE SPACES TO OUTPUT-LINE
           MOVE ALL '*' TO OUTPUT-LINE(7:66)
           WRITE OUTPUT-LINE.

       5852-WRITE-DECLARE-COLUMN.
           MOVE SPACES TO OUTPUT-LINE
           IF WS-DCL-FIRST = 'Y'
               MOVE '(' TO OUTPUT-LINE(12:1)
               MOVE 'N' TO WS-DCL-FIRST
           END-IF
           MOVE WS-DCL-COLNAME(WS-COPY-FIELD-IDX) TO OUTPUT-LINE(14:20)
           MOVE WS-DCL-COLTYPE(WS-COPY-FIELD-IDX) TO OUTPUT-LINE(36:16)
           MOVE 'NOT NULL' TO OUTPUT-LINE(52:8)
           IF WS-COPY-FIELD-IDX < WS-DCL-LAST
               MOVE ',' TO OUTPUT-LINE(60:1)
           END-IF
           WRITE OUTPUT-LINE.

       5854-WRITE-BOX-LINE.
           MOVE SPACES TO OUTPUT-LINE
           MOVE '*' TO OUTPUT-LINE(7:1)
           MOVE WS-DCL-BOX TO OUTPUT-LINE(9:62)
           MOVE '*' TO OUTPUT-LINE(72:1)
           WRITE OUTPUT-LINE.

       5856-WRITE-HOST-VARIABLE.
           MOVE FUNCTION UPPER-CASE
               (WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX)) TO WS-DCL-COLWK
           MOVE SPACES TO OUTPUT-LINE
           MOVE '10' TO OUTPUT-LINE(12:2)
           IF WS-DCL-COLTYPE(WS-COPY-FIELD-IDX)(1:8) = 'VARCHAR('
               MOVE SPACES TO WS-DCL-HOSTWK
               STRING FUNCTION TRIM(WS-DCL-COLWK) '.'
                   DELIMITED BY SIZE INTO WS-DCL-HOSTWK
               MOVE WS-DCL-HOSTWK TO OUTPUT-LINE(15:30)
               WRITE OUTPUT-LINE
               MOVE SPACES TO OUTPUT-LINE
               MOVE '49' TO OUTPUT-LINE(15:2)
               MOVE SPACES TO WS-DCL-HOSTWK
               STRING FUNCTION TRIM(WS-DCL-COLWK) '-LEN'
                   DELIMITED BY SIZE INTO WS-DCL-HOSTWK
               MOVE WS-DCL-HOSTWK TO OUTPUT-LINE(18:25)
               MOVE 'PIC S9(4) USAGE COMP.' TO OUTPUT-LINE(44:21)
               WRITE OUTPUT-LINE
               MOVE SPACES TO OUTPUT-LINE
               MOVE '49' TO OUTPUT-LINE(15:2)
               MOVE SPACES TO WS-DCL-HOSTWK
               STRING FUNCTION TRIM(WS-DCL-COLWK) '-TEXT'
                   DELIMITED BY SIZE INTO WS-DCL-HOSTWK
               MOVE WS-DCL-HOSTWK TO OUTPUT-LINE(18:25)
               MOVE SPACES TO WS-DCL-HOSTWK
               STRING 'PIC ' FUNCTION TRIM
                   (WS-DCL-HOSTPIC(WS-COPY-FIELD-IDX)) '.'
                   DELIMITED BY SIZE INTO WS-DCL-HOSTWK
               MOVE WS-DCL-HOSTWK TO OUTPUT-LINE(44:29)
           ELSE
               MOVE WS-DCL-COLWK TO OUTPUT-LINE(15:20)
               MOVE SPACES TO WS-DCL-HOSTWK
               STRING 'PIC ' FUNCTION TRIM
                   (WS-DCL-HOSTPIC(WS-COPY-FIELD-IDX)) '.'
                   DELIMITED BY SIZE INTO WS-DCL-HOSTWK
               MOVE WS-DCL-HOSTWK TO OUTPUT-LINE(36:37)
           END-IF
           WRITE OUTPUT-LINE.

       5860-CREATE-MAPPING-REPORT-WRITE.
           MOVE "TABLE DDL MAPPING REPORT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING 'COPYBOOK: ' FUNCTION TRIM(WS-DCL-CPY)
               '   RECORD: ' FUNCTION TRIM(WS-COPY-RECNAME)
               DELIMITED BY SIZE INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING 'TABLE:    ' FUNCTION TRIM(WS-DCL-TABLE)
               '   HOST STRUCTURE: ' FUNCTION TRIM(WS-DCL-STRUCT)
               DELIMITED BY SIZE INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           MOVE 'FIELD' TO OUTPUT-LINE(1:5)
           MOVE 'OFFSET' TO OUTPUT-LINE(22:6)
           MOVE 'LEN' TO OUTPUT-LINE(29:3)
           MOVE 'COLUMN' TO OUTPUT-LINE(33:6)
           MOVE 'TYPE' TO OUTPUT-LINE(54:4)
           WRITE OUTPUT-LINE
           PERFORM 5866-WRITE-REPORT-RULES
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               PERFORM 5862-WRITE-MAPPING-LINE
           END-PERFORM
           MOVE SPACES TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "FIELDS NEEDING A DECISION" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-DCL-DECIDE = 0
               MOVE "  NONE - EVERY FIELD MAPS TO A COLUMN"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               MOVE SPACES TO OUTPUT-LINE
               MOVE 'FIELD' TO OUTPUT-LINE(1:5)
               MOVE 'OFFSET' TO OUTPUT-LINE(22:6)
               MOVE 'LEN' TO OUTPUT-LINE(29:3)
               MOVE 'PICTURE' TO OUTPUT-LINE(33:7)
               MOVE 'REASON' TO OUTPUT-LINE(54:6)
               WRITE OUTPUT-LINE
               PERFORM 5866-WRITE-REPORT-RULES
               PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                       UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
                   IF WS-DCL-STATE(WS-COPY-FIELD-IDX) = 'U'
                       PERFORM 5864-WRITE-DECISION-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING 'COLUMNS MAPPED: ' WS-DCL-COLS
               '   FIELDS NEEDING A DECISION: ' WS-DCL-DECIDE
               DELIMITED BY SIZE INTO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5862-WRITE-MAPPING-LINE.
           MOVE SPACES TO OUTPUT-LINE
           MOVE WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX)
               TO OUTPUT-LINE(1:20)
           MOVE WS-COPY-FIELD-OFFSET(WS-COPY-FIELD-IDX)
               TO WS-DCL-NUM-ED
           MOVE WS-DCL-NUM-ED TO OUTPUT-LINE(23:5)
           IF WS-COPY-FIELD-LENGTH(WS-COPY-FIELD-IDX) > 0
               MOVE WS-COPY-FIELD-LENGTH(WS-COPY-FIELD-IDX)
                   TO WS-DCL-LEN-ED
               MOVE WS-DCL-LEN-ED TO OUTPUT-LINE(29:3)
           END-IF
           EVALUATE WS-DCL-STATE(WS-COPY-FIELD-IDX)
               WHEN 'M'
                   MOVE WS-DCL-COLNAME(WS-COPY-FIELD-IDX)
                       TO OUTPUT-LINE(33:20)
                   MOVE WS-DCL-COLTYPE(WS-COPY-FIELD-IDX)
                       TO OUTPUT-LINE(54:20)
               WHEN 'G'
                   MOVE '(group)' TO OUTPUT-LINE(33:7)
               WHEN 'F'
                   MOVE '(filler)' TO OUTPUT-LINE(33:8)
               WHEN OTHER
                   MOVE '(decision needed)' TO OUTPUT-LINE(33:17)
           END-EVALUATE
           WRITE OUTPUT-LINE.

       5864-WRITE-DECISION-LINE.
           MOVE SPACES TO OUTPUT-LINE
           MOVE WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX)
               TO OUTPUT-LINE(1:20)
           MOVE WS-COPY-FIELD-OFFSET(WS-COPY-FIELD-IDX)
               TO WS-DCL-NUM-ED
           MOVE WS-DCL-NUM-ED TO OUTPUT-LINE(23:5)
           IF WS-COPY-FIELD-LENGTH(WS-COPY-FIELD-IDX) > 0
               MOVE WS-COPY-FIELD-LENGTH(WS-COPY-FIELD-IDX)
                   TO WS-DCL-LEN-ED
               MOVE WS-DCL-LEN-ED TO OUTPUT-LINE(29:3)
           END-IF
           MOVE SPACES TO WS-DCL-HOSTWK
           STRING FUNCTION TRIM(WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX))
               ' ' FUNCTION TRIM(WS-COPY-FIELD-USAGE(WS-COPY-FIELD-IDX))
               DELIMITED BY SIZE INTO WS-DCL-HOSTWK
           MOVE WS-DCL-HOSTWK TO OUTPUT-LINE(33:20)
           MOVE WS-DCL-REASON(WS-COPY-FIELD-IDX) TO OUTPUT-LINE(54:27)
           WRITE OUTPUT-LINE.

       5866-WRITE-REPORT-RULES.
           MOVE SPACES TO OUTPUT-LINE
           MOVE ALL '-' TO OUTPUT-LINE(1:20)
           MOVE ALL '-' TO OUTPUT-LINE(22:6)
           MOVE ALL '-' TO OUTPUT-LINE(29:3)
           MOVE ALL '-' TO OUTPUT-LINE(33:20)
           MOVE ALL '-' TO OUTPUT-LINE(54:20)
           WRITE OUTPUT-LINE.

       5895-COUNT-DDL-FAILURE.
           IF WS-BATCH-MODE
               ADD 1 TO WS-RUN-FAILURES
               IF WS-FAIL-USED < 20
                   ADD 1 TO WS-FAIL-USED
                   MOVE SPACES TO WS-FAIL-LINE(WS-FAIL-USED)
                   STRING 'FAILED: card ' WS-CARD-NUMBER
                       ' layout has no usable table columns'
                       DELIMITED BY SIZE
                       INTO WS-FAIL-LINE(WS-FAIL-USED)
               END-IF
           END-IF.

       5900-CREATE-RECORD-DUMP.
           MOVE 'DUMPPGM' TO WS-FILENAME-PREFIX
           DISPLAY 'Creating a formatted record dump program...'
           PERFORM 0190-SET-DEFAULT-GEN-NAMES
           IF WS-PROGID-OVERRIDE NOT = 'Y'
               MOVE 'DUMPPGM' TO WS-GEN-PROGID
           END-IF
           MOVE 'N' TO WS-DMP-GENERATED
           MOVE SPACES TO WS-DMP-CPY
           MOVE SPACES TO WS-DMP-RECFROM
           MOVE SPACES TO WS-DMP-RECTO
           MOVE SPACES TO WS-DMP-KEYFIELD
           MOVE SPACES TO WS-DMP-KEYFROM
           MOVE SPACES TO WS-DMP-KEYTO
           IF WS-BATCH-MODE
               MOVE WS-BC-CPY TO WS-DMP-CPY
               MOVE WS-BC-RECFROM TO WS-DMP-RECFROM
               MOVE WS-BC-RECTO TO WS-DMP-RECTO
               MOVE WS-BC-KEYFIELD TO WS-DMP-KEYFIELD
               MOVE WS-BC-KEYFROM TO WS-DMP-KEYFROM
               MOVE WS-BC-KEYTO TO WS-DMP-KEYTO
           ELSE
               ACCEPT DUMP-SCREEN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-DMP-KEYFIELD)
               TO WS-DMP-KEYFIELD
           PERFORM 0270-PROMPT-MULTIREC
           MOVE 'N' TO WS-USE-LAYOUT
           IF WS-DMP-CPY = SPACES
               DISPLAY 'A record copybook is needed for the dump.'
           ELSE
               MOVE WS-DMP-CPY TO WS-LAYOUT-CPY
               PERFORM 0530-LOAD-COPYBOOK-LAYOUT
           END-IF
           IF WS-USE-LAYOUT NOT = 'Y'
               DISPLAY 'Record dump abandoned.'
               IF WS-BATCH-MODE
                   ADD 1 TO WS-RUN-FAILURES
                   MOVE WS-DMP-CPY TO WS-IMP-CPY
                   PERFORM 0097-RECORD-FAILURE-COPYBOOK
               END-IF
           ELSE
               PERFORM 9305-SET-FIELD-OFFSETS
               PERFORM 4820-SET-SPLIT-RECORD
               PERFORM 0280-PROMPT-VARREC
               PERFORM 5905-CHECK-DUMP-SPECS
               IF WS-DMP-OK NOT = 'Y'
                   DISPLAY 'Record dump abandoned.'
                   PERFORM 5995-COUNT-DUMP-FAILURE
               ELSE
                   PERFORM 0100-PROMPT-OUTPUT-FILENAME
                   PERFORM 0150-OPEN-SEQFILE-CHECKED
                   IF WS-GEN-OPEN-FAILED = 'N'
                       PERFORM 5910-CREATE-DUMP-WRITE
                       MOVE 'Y' TO WS-DMP-GENERATED
                   END-IF
                   CLOSE SEQFILE
                   IF WS-GEN-OPEN-FAILED = 'N'
                       DISPLAY 'Fields dumped per record: '
                           WS-DMP-FIELDS
                       PERFORM 0940-PREVIEW-AND-CONFIRM
                   END-IF
               END-IF
           END-IF.

       5905-CHECK-DUMP-SPECS.
           MOVE 'Y' TO WS-DMP-OK
           MOVE 1 TO WS-DMP-FROM
           MOVE 999999999 TO WS-DMP-TO
           IF WS-DMP-RECFROM NOT = SPACES
               MOVE WS-DMP-RECFROM TO WS-VAL-TOKEN
               PERFORM 0081-CHECK-NUMERIC-TOKEN
               IF WS-VAL-NUM-OK = 'Y'
                   MOVE FUNCTION NUMVAL(WS-DMP-RECFROM) TO WS-DMP-FROM
               ELSE
                   DISPLAY 'First record number is not numeric: '
                       FUNCTION TRIM(WS-DMP-RECFROM)
                   MOVE 'N' TO WS-DMP-OK
               END-IF
           END-IF
           IF WS-DMP-RECTO NOT = SPACES
               MOVE WS-DMP-RECTO TO WS-VAL-TOKEN
               PERFORM 0081-CHECK-NUMERIC-TOKEN
               IF WS-VAL-NUM-OK = 'Y'
                   MOVE FUNCTION NUMVAL(WS-DMP-RECTO) TO WS-DMP-TO
               ELSE
                   DISPLAY 'Last record number is not numeric: '
                       FUNCTION TRIM(WS-DMP-RECTO)
                   MOVE 'N' TO WS-DMP-OK
               END-IF
           END-IF
           IF WS-DMP-FROM = 0
               MOVE 1 TO WS-DMP-FROM
           END-IF
           IF WS-DMP-TO < WS-DMP-FROM
               DISPLAY 'Last record number is before the first.'
               MOVE 'N' TO WS-DMP-OK
           END-IF
           IF WS-GEN-MULTIREC = 'Y' AND WS-GEN-VARREC = 'Y'
               DISPLAY 'Header/trailer files are fixed length;'
                   ' variable-length option ignored.'
               MOVE 'N' TO WS-GEN-VARREC
           END-IF
           MOVE 0 TO WS-DMP-SHIFT
           MOVE WS-SPL-RECLEN TO WS-DMP-RECLEN
           IF WS-GEN-MULTIREC = 'Y'
               MOVE 1 TO WS-DMP-SHIFT
               ADD 1 TO WS-DMP-RECLEN
               IF WS-DMP-RECLEN < 80
                   MOVE 80 TO WS-DMP-RECLEN
               END-IF
           END-IF
           MOVE 'F' TO WS-DMP-SHAPE
           MOVE WS-COPY-FIELD-COUNT TO WS-DMP-LAST
           IF WS-GEN-VARREC = 'Y'
               IF WS-VR-OCCIDX = 0
                   DISPLAY 'No count field and OCCURS segment in the'
                       ' layout; fields are checked against the'
                       ' record length.'
                   MOVE 'L' TO WS-DMP-SHAPE
                   MOVE 1 TO WS-VR-MIN
                   MOVE WS-DMP-RECLEN TO WS-VR-MAX
               ELSE
                   MOVE 'V' TO WS-DMP-SHAPE
                   MOVE WS-VR-OCCIDX TO WS-DMP-LAST
                   IF WS-COPY-FIELD-PIC(WS-VR-OCCIDX) = SPACES
                       COMPUTE WS-VAL-PTR = WS-VR-OCCIDX + 1
                       PERFORM VARYING WS-COPY-FIELD-IDX
                               FROM WS-VAL-PTR BY 1
                               UNTIL WS-COPY-FIELD-IDX >
                                   WS-COPY-FIELD-COUNT
                               OR WS-COPY-FIELD-INOCC
                                   (WS-COPY-FIELD-IDX) = 0
                           MOVE WS-COPY-FIELD-IDX TO WS-DMP-LAST
                       END-PERFORM
                   END-IF
                   MOVE WS-VR-MAX TO WS-DMP-RECLEN
               END-IF
           END-IF
           PERFORM 5906-FIND-DUMP-KEY
           MOVE 0 TO WS-DMP-FIELDS
           MOVE 0 TO WS-MIG-RDF-LVL
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               PERFORM 5907-CHECK-DUMP-FIELD
               IF WS-MIG-SKIP = 'N'
                   ADD 1 TO WS-DMP-FIELDS
               END-IF
           END-PERFORM
           IF WS-DMP-FIELDS = 0
               DISPLAY 'The layout has no elementary fields to dump.'
               MOVE 'N' TO WS-DMP-OK
           END-IF.

       5906-FIND-DUMP-KEY.
           MOVE 0 TO WS-DMP-KEYIDX
           MOVE 0 TO WS-DMP-KEYLEN
           IF WS-DMP-KEYFIELD = SPACES
               IF WS-DMP-KEYFROM NOT = SPACES
                       OR WS-DMP-KEYTO NOT = SPACES
                   DISPLAY 'A key range needs a key field.'
                   MOVE 'N' TO WS-DMP-OK
               END-IF
           ELSE
               PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                       UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
                       OR WS-DMP-KEYIDX > 0
                   IF FUNCTION UPPER-CASE
                           (WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX))
                           = WS-DMP-KEYFIELD
                       MOVE WS-COPY-FIELD-IDX TO WS-DMP-KEYIDX
                   END-IF
               END-PERFORM
               IF WS-DMP-KEYIDX = 0
                   DISPLAY 'Key field is not in the layout: '
                       FUNCTION TRIM(WS-DMP-KEYFIELD)
                   MOVE 'N' TO WS-DMP-OK
               ELSE
                   MOVE WS-DMP-KEYIDX TO WS-COPY-FIELD-IDX
                   PERFORM 2920-COUNT-FIELD-DECIMALS
                   IF WS-COPY-FIELD-PIC(WS-DMP-KEYIDX) = SPACES
                           OR WS-COPY-FIELD-USAGE(WS-DMP-KEYIDX)
                               NOT = SPACES
                           OR WS-COPY-FIELD-OCCURS(WS-DMP-KEYIDX) > 0
                           OR WS-COPY-FIELD-INOCC(WS-DMP-KEYIDX) > 0
                           OR WS-CSV-DECS > 0
                       DISPLAY 'Key field must be a single character'
                           ' or zoned whole-number field.'
                       MOVE 'N' TO WS-DMP-OK
                   END-IF
                   IF WS-DMP-SHAPE = 'V'
                           AND WS-DMP-KEYIDX NOT < WS-VR-OCCIDX
                       DISPLAY 'Key field must be in the fixed part'
                           ' of the record.'
                       MOVE 'N' TO WS-DMP-OK
                   END-IF
                   MOVE WS-COPY-FIELD-LENGTH(WS-DMP-KEYIDX)
                       TO WS-DMP-KEYLEN
                   IF FUNCTION LENGTH(FUNCTION TRIM(WS-DMP-KEYFROM))
                           > WS-DMP-KEYLEN
                           OR FUNCTION LENGTH
                               (FUNCTION TRIM(WS-DMP-KEYTO))
                           > WS-DMP-KEYLEN
                       DISPLAY 'Key range value is longer than the'
                           ' key field.'
                       MOVE 'N' TO WS-DMP-OK
                   END-IF
               END-IF
           END-IF.

       5907-CHECK-DUMP-FIELD.
           PERFORM 4615-SET-FIELD-ATTRIBUTES
           IF WS-DMP-SHAPE = 'V'
                   AND WS-COPY-FIELD-IDX > WS-DMP-LAST
               MOVE 'Y' TO WS-MIG-SKIP
           END-IF.

       5910-CREATE-DUMP-WRITE.
           MOVE "       IDENTIFICATION DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           STRING "       PROGRAM-ID. " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-PROGID) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "      * RECORD LAYOUT: " FUNCTION TRIM(WS-DMP-CPY)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-DMP-FROM = 1 AND WS-DMP-TO = 999999999
               MOVE SPACES TO WS-BUILD-LINE
               STRING "      * RECORDS DUMPED: ALL RECORDS OF THE INPUT"
                   " FILE"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               MOVE WS-DMP-FROM TO WS-DMP-NUM-ED
               MOVE WS-DMP-TO TO WS-DMP-NUM2-ED
               MOVE SPACES TO WS-BUILD-LINE
               STRING "      * RECORDS DUMPED: "
                   FUNCTION TRIM(WS-DMP-NUM-ED) " THROUGH "
                   FUNCTION TRIM(WS-DMP-NUM2-ED)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           IF WS-DMP-KEYIDX > 0
               MOVE SPACES TO WS-BUILD-LINE
               STRING "      * SELECTED ON KEY "
                   FUNCTION TRIM(WS-COPY-FIELD-NAME(WS-DMP-KEYIDX))
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           IF WS-GEN-MULTIREC = 'Y'
               MOVE SPACES TO WS-BUILD-LINE
               STRING "      * HEADER (H), DETAIL (D) AND TRAILER (T) R"
                   "ECORDS: THE TYPE"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "      * BYTE COMES AHEAD OF THE DETAIL LAYOUT."
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           IF WS-DMP-SHAPE = 'V'
               MOVE SPACES TO WS-BUILD-LINE
               STRING "      * VARIABLE LENGTH: SEGMENTS COUNTED BY "
                   FUNCTION TRIM(WS-VR-CNTNAME)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           IF WS-DMP-SHAPE = 'L'
               MOVE SPACES TO WS-BUILD-LINE
               STRING "      * VARIABLE LENGTH: FIELDS PAST THE RECORD "
                   "LENGTH ARE FLAGGED."
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE SPACES TO WS-BUILD-LINE
           STRING "      * PACKED AND BINARY FIELDS ARE SHOWN IN HEX AS"
               " WELL."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       ENVIRONMENT DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       INPUT-OUTPUT SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE-CONTROL." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'IN-FILE' TO WS-SEL-FDNAME
           MOVE 'INFILE' TO WS-SEL-DDNAME
           MOVE WS-GEN-INFILE TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-INPUT' TO WS-SEL-STATUS
           IF WS-SPL-BIN = 'Y'
               MOVE 'S' TO WS-SEL-ORG
           END-IF
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE 'DUMP-REPORT' TO WS-SEL-FDNAME
           MOVE 'DUMPRPT' TO WS-SEL-DDNAME
           MOVE 'dump.rpt' TO WS-SEL-ASSIGN
           MOVE 'WS-STATUS-REPORT' TO WS-SEL-STATUS
           PERFORM 1590-EMIT-SELECT-CLAUSE
           MOVE "       DATA DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FILE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-DMP-SHAPE = 'F'
               MOVE "       FD  IN-FILE." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               MOVE "       FD  IN-FILE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               PERFORM 1587-EMIT-VARREC-FD-CLAUSE
           END-IF
           MOVE "       01  IN-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE WS-DMP-RECLEN TO WS-DMP-NUM-ED
           EVALUATE WS-DMP-SHAPE
               WHEN 'V'
                   MOVE 'N' TO WS-VR-SKIPKEY
                   PERFORM 1585-EMIT-VARREC-FIELDS
               WHEN 'L'
                   PERFORM 1550-EMIT-FIELD-LINES
               WHEN OTHER
                   IF WS-GEN-MULTIREC = 'Y'
                       PERFORM 5912-EMIT-DUMP-MULTIREC-FD
                   ELSE
                       PERFORM 1550-EMIT-FIELD-LINES
                   END-IF
           END-EVALUATE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  IN-DATA PIC X("
               FUNCTION TRIM(WS-DMP-NUM-ED) ")."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       FD  DUMP-REPORT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  DUMP-REPORT-LINE PIC X(132)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 5914-EMIT-DUMP-WORKING-STORAGE
           PERFORM 5920-EMIT-DUMP-MAINLINE
           PERFORM 5930-EMIT-DUMP-FIELDS
           PERFORM 5940-EMIT-DUMP-SERVICE-PARAS
           PERFORM 5950-EMIT-DUMP-TOTALS.

       5912-EMIT-DUMP-MULTIREC-FD.
           MOVE "           05  REC-TYPE PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           COMPUTE WS-DMP-NUM2-ED = WS-DMP-RECLEN - 1
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  REC-BODY PIC X("
               FUNCTION TRIM(WS-DMP-NUM2-ED) ")."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  HEADER-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER   PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  HDR-DATE PIC X(8)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           COMPUTE WS-DMP-NUM2-ED = WS-DMP-RECLEN - 9
           PERFORM 5913-EMIT-DUMP-FILLER
           MOVE "       01  DETAIL-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER   PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 1550-EMIT-FIELD-LINES
           IF WS-DMP-RECLEN > WS-SPL-RECLEN + 1
               COMPUTE WS-DMP-NUM2-ED = WS-DMP-RECLEN - WS-SPL-RECLEN
                   - 1
               PERFORM 5913-EMIT-DUMP-FILLER
           END-IF
           MOVE "       01  TRAILER-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER    PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  TRL-COUNT PIC 9(7)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           COMPUTE WS-DMP-NUM2-ED = WS-DMP-RECLEN - 8
           PERFORM 5913-EMIT-DUMP-FILLER.

       5913-EMIT-DUMP-FILLER.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           05  FILLER PIC X("
               FUNCTION TRIM(WS-DMP-NUM2-ED) ")."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5914-EMIT-DUMP-WORKING-STORAGE.
           MOVE "       WORKING-STORAGE SECTION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-INPUT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  EndOfFile VALUE '10'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           88  NoErrors  VALUE '00'." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-STATUS-REPORT PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-DMP-SHAPE NOT = 'F'
               MOVE "       01  WS-REC-LEN PIC 9(4)." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           IF WS-DMP-SHAPE = 'V'
               MOVE "       01  WS-SEG-LIMIT PIC 9(4)." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "       01  WS-SEG-STATE PIC X." TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "       01  WS-RECORDS-READ PIC 9(9) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-RECORDS-DUMPED PIC 9(9) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-BAD-FIELDS PIC 9(9) VALUE 0."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE WS-DMP-FROM TO WS-DMP-NUM-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  WS-DUMP-FROM PIC 9(9) VALUE "
               FUNCTION TRIM(WS-DMP-NUM-ED) "."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE WS-DMP-TO TO WS-DMP-NUM-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  WS-DUMP-TO PIC 9(9) VALUE "
               FUNCTION TRIM(WS-DMP-NUM-ED) "."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DUMP-WANTED PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-DMP-KEYIDX > 0
               MOVE WS-DMP-KEYLEN TO WS-DMP-NUM-ED
               MOVE SPACES TO WS-BUILD-LINE
               STRING "       01  WS-KEY-FROM PIC X("
                   FUNCTION TRIM(WS-DMP-NUM-ED) ")."
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "       01  WS-KEY-TO PIC X("
                   FUNCTION TRIM(WS-DMP-NUM-ED) ")."
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "       01  WS-KEY-VALUE PIC X("
                   FUNCTION TRIM(WS-DMP-NUM-ED) ")."
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "       01  WS-SUB1 PIC 999." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-SUB2 PIC 999." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DF-NAME PIC X(30)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DF-OFFSET PIC 9(5)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DF-LENGTH PIC 9(5)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DF-TYPE PIC XX." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DF-DECS PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DF-STATE PIC X." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DF-VALUE PIC X(37)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DF-HEX PIC X(24)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DF-INT PIC S9(18)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DF-ABS PIC 9(18)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DF-ABS-X REDEFINES WS-DF-ABS PIC X(18)."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DF-INTLEN PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DF-POS PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DF-PTR PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DF-SHOW PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DF-BYTE PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DF-ORD PIC 999." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DF-HI PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DF-LO PIC 99." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "       01  WS-HEX-DIGITS PIC X(16) VALUE '0123456789"
               "ABCDEF'."
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DUMP-HEAD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER PIC X VALUE SPACE."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  DH-NAME PIC X(30)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER PIC X VALUE SPACE."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  DH-OFFSET PIC X(6)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER PIC X VALUE SPACE."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  DH-LENGTH PIC X(6)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER PIC X VALUE SPACE."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  DH-TYPE PIC X(4)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER PIC X VALUE SPACE."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  DH-VALUE PIC X(37)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER PIC X VALUE SPACE."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  DH-HEX PIC X(24)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER PIC X VALUE SPACE."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  DH-FLAG PIC X(18)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-DUMP-LINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER PIC X VALUE SPACE."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  DL-NAME PIC X(30)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER PIC X VALUE SPACE."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  DL-OFFSET PIC Z(5)9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER PIC X VALUE SPACE."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  DL-LENGTH PIC Z(5)9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER PIC X VALUE SPACE."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  DL-TYPE PIC X(4)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER PIC X VALUE SPACE."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  DL-VALUE PIC X(37)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER PIC X VALUE SPACE."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  DL-HEX PIC X(24)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  FILLER PIC X VALUE SPACE."
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           05  DL-FLAG PIC X(18)." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-COUNT-ED PIC Z(8)9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-COUNT2-ED PIC Z(8)9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       01  WS-LEN-ED PIC Z(4)9." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5920-EMIT-DUMP-MAINLINE.
           MOVE "       PROCEDURE DIVISION." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       0000-MAINLINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN INPUT IN-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF NOT NoErrors" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0001E' TO WS-MSG-KEY
           MOVE 'Error opening input file. Status:' TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-INPUT' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "               MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           OPEN OUTPUT DUMP-REPORT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-STATUS-REPORT NOT = '00'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN0002E' TO WS-MSG-KEY
           MOVE 'Error opening output file. Status:' TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-STATUS-REPORT' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "               CLOSE IN-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE 16 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               STOP RUN" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-DMP-KEYIDX > 0
               PERFORM 5922-EMIT-KEY-LIMITS
           END-IF
           MOVE "           PERFORM 1100-WRITE-TITLE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 8000-READ-INPUT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 1000-DUMP-RECORD UNTIL EndOfFile"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 9000-WRITE-TOTALS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           CLOSE IN-FILE DUMP-REPORT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           IF WS-BAD-FIELDS > 0 OR WS-RECORDS-DUMPED"
               " = 0"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE 4 TO RETURN-CODE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           STOP RUN." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       1000-DUMP-RECORD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'Y' TO WS-DUMP-WANTED" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-RECORDS-READ < WS-DUMP-FROM"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE 'N' TO WS-DUMP-WANTED"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-DMP-KEYIDX > 0
               IF WS-GEN-MULTIREC = 'Y'
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "           IF WS-DUMP-WANTED = 'Y' AND REC-"
                       "TYPE = 'D'"
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               ELSE
                   MOVE "           IF WS-DUMP-WANTED = 'Y'"
                       TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               END-IF
               MOVE SPACES TO WS-BUILD-LINE
               STRING "               MOVE "
                   FUNCTION TRIM(WS-COPY-FIELD-NAME(WS-DMP-KEYIDX))
                   " TO WS-KEY-VALUE"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               IF WS-KEY-VALUE < WS-KEY-FROM"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "                       OR WS-KEY-VALUE > WS-KEY-TO"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "                   MOVE 'N' TO WS-DUMP-WANTED"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               END-IF" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           END-IF" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           IF WS-DUMP-WANTED = 'Y'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ADD 1 TO WS-RECORDS-DUMPED"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 2000-WRITE-RECORD-HEADING"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-GEN-MULTIREC = 'Y'
               MOVE "               PERFORM 2050-DUMP-REC-TYPE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               EVALUATE REC-TYPE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "                   WHEN 'H'" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "                       PERFORM 2100-DUMP-HEADER"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "                   WHEN 'D'" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "                       PERFORM 3000-DUMP-FIELDS"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "                   WHEN 'T'" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "                       PERFORM 2200-DUMP-TRAILER"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               END-EVALUATE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               MOVE "               PERFORM 3000-DUMP-FIELDS"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-RECORDS-READ NOT < WS-DUMP-TO"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               SET EndOfFile TO TRUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 8000-READ-INPUT" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM 5924-EMIT-DUMP-TITLE
           MOVE "       2000-WRITE-RECORD-HEADING." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO DUMP-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE DUMP-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-RECORDS-READ TO WS-COUNT-ED"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-DMP-SHAPE = 'F'
               MOVE WS-DMP-RECLEN TO WS-DMP-NUM-ED
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE " FUNCTION TRIM(WS-DMP-NUM-ED)
                   " TO WS-LEN-ED"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               MOVE "               MOVE WS-REC-LEN TO WS-LEN-ED"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           MOVE SPACES TO DUMP-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1002T' TO WS-MSG-KEY
           MOVE 'RECORD:' TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'STRING' TO WS-MSG-LEAD
           MOVE "FUNCTION TRIM(WS-COUNT-ED) '   '" TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE 'GEN1003T' TO WS-MSG-KEY
           MOVE 'LENGTH:' TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-PAD
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'FUNCTION TRIM(WS-LEN-ED)' TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE "               DELIMITED BY SIZE INTO DUMP-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE DUMP-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-DUMP-HEAD TO DUMP-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE DUMP-REPORT-LINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-GEN-MULTIREC = 'Y'
               PERFORM 5926-EMIT-MULTIREC-PARAS
           END-IF.

       5922-EMIT-KEY-LIMITS.
           MOVE WS-DMP-KEYFROM TO WS-DMP-CODE
           PERFORM 5923-PAD-KEY-LITERAL
           IF WS-DMP-CODE = SPACES
               MOVE "           MOVE LOW-VALUES TO WS-KEY-FROM"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE '" FUNCTION TRIM(WS-DMP-CODE)
                   "' TO WS-KEY-FROM"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           MOVE HIGH-VALUES TO WS-KEY-TO"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE WS-DMP-KEYTO TO WS-DMP-CODE
           PERFORM 5923-PAD-KEY-LITERAL
           IF WS-DMP-CODE NOT = SPACES
               MOVE 0 TO WS-VAL-PTR
               PERFORM VARYING WS-CAP-IDX FROM 30 BY -1
                       UNTIL WS-CAP-IDX < 1 OR WS-VAL-PTR > 0
                   IF WS-DMP-CODE(WS-CAP-IDX:1) NOT = SPACE
                       MOVE WS-CAP-IDX TO WS-VAL-PTR
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           MOVE '" FUNCTION TRIM(WS-DMP-CODE)
                   "' TO WS-KEY-TO(1:" WS-VAL-PTR ")"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF.

       5923-PAD-KEY-LITERAL.
           MOVE FUNCTION TRIM(WS-DMP-CODE) TO WS-DMP-CODE
           MOVE 0 TO WS-VAL-PTR
           INSPECT WS-DMP-CODE(1:30) TALLYING WS-VAL-PTR
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-VAL-PTR > 0 AND WS-VAL-PTR < WS-DMP-KEYLEN
                   AND WS-DMP-CODE(1:WS-VAL-PTR) IS NUMERIC
                   AND WS-COPY-FIELD-PIC(WS-DMP-KEYIDX)(1:1) = '9'
               MOVE SPACES TO WS-BUILD-LINE
               COMPUTE WS-CAP-IDX = WS-DMP-KEYLEN - WS-VAL-PTR + 1
               MOVE ALL '0' TO WS-BUILD-LINE(1:WS-DMP-KEYLEN)
               MOVE WS-DMP-CODE(1:WS-VAL-PTR)
                   TO WS-BUILD-LINE(WS-CAP-IDX:WS-VAL-PTR)
               MOVE WS-BUILD-LINE TO WS-DMP-CODE
           END-IF.

       5924-EMIT-DUMP-TITLE.
           MOVE "       1100-WRITE-TITLE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO DUMP-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           STRING '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-GEN-PROGID) DELIMITED BY SIZE
               "  '" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 40 TO WS-MSG-MAX
           MOVE 'GEN1001T' TO WS-MSG-KEY
           MOVE 'FORMATTED RECORD DUMP' TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           PERFORM 5320-EMIT-CAPTION
           MOVE "               DELIMITED BY SIZE INTO DUMP-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE DUMP-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-DMP-FROM NOT = 1 OR WS-DMP-TO NOT = 999999999
               MOVE "               MOVE WS-DUMP-FROM TO WS-COUNT-ED"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               MOVE WS-DUMP-TO TO WS-COUNT2-ED"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               MOVE SPACES TO DUMP-REPORT-LINE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE 'GEN1018T' TO WS-MSG-KEY
               MOVE 'RECORD RANGE:' TO WS-MSG-TEXT
               MOVE 1 TO WS-MSG-PAD
               MOVE 11 TO WS-MSG-INDENT
               MOVE 'STRING' TO WS-MSG-LEAD
               MOVE "FUNCTION TRIM(WS-COUNT-ED) ' - '" TO WS-MSG-TAIL
               PERFORM 5320-EMIT-CAPTION
               MOVE "                   FUNCTION TRIM(WS-COUNT2-ED)"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "                   DELIMITED BY SIZE INTO DUMP-R"
                   "EPORT-LINE"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               WRITE DUMP-REPORT-LINE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           IF WS-DMP-KEYIDX > 0
               MOVE "               MOVE SPACES TO DUMP-REPORT-LINE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE 'GEN1019T' TO WS-MSG-KEY
               MOVE 'KEY RANGE:' TO WS-MSG-TEXT
               MOVE 1 TO WS-MSG-PAD
               MOVE 11 TO WS-MSG-INDENT
               MOVE 'STRING' TO WS-MSG-LEAD
               PERFORM 5320-EMIT-CAPTION
               MOVE SPACES TO WS-BUILD-LINE
               STRING "               '"
                   FUNCTION TRIM(WS-COPY-FIELD-NAME(WS-DMP-KEYIDX))
                   " '" DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE WS-DMP-KEYFROM TO WS-DMP-CODE
               PERFORM 5923-PAD-KEY-LITERAL
               IF WS-DMP-CODE = SPACES
                   MOVE '*' TO WS-DMP-CODE
               END-IF
               MOVE SPACES TO WS-BUILD-LINE
               STRING "               '" FUNCTION TRIM(WS-DMP-CODE)
                   " - '" DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE WS-DMP-KEYTO TO WS-DMP-CODE
               PERFORM 5923-PAD-KEY-LITERAL
               IF WS-DMP-CODE = SPACES
                   MOVE '*' TO WS-DMP-CODE
               END-IF
               MOVE SPACES TO WS-BUILD-LINE
               STRING "               '" FUNCTION TRIM(WS-DMP-CODE)
                   "'" DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "                   DELIMITED BY SIZE INTO DUMP-R"
                   "EPORT-LINE"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               WRITE DUMP-REPORT-LINE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE 'GEN1004T' TO WS-MSG-KEY
           MOVE 'FIELD' TO WS-MSG-TEXT
           MOVE 'DH-NAME' TO WS-DMP-REF
           MOVE 30 TO WS-DMP-IND
           PERFORM 5925-EMIT-HEAD-CAPTION
           MOVE 'GEN1005T' TO WS-MSG-KEY
           MOVE 'OFFSET' TO WS-MSG-TEXT
           MOVE 'DH-OFFSET' TO WS-DMP-REF
           MOVE 6 TO WS-DMP-IND
           PERFORM 5925-EMIT-HEAD-CAPTION
           MOVE 'GEN1006T' TO WS-MSG-KEY
           MOVE 'LENGTH' TO WS-MSG-TEXT
           MOVE 'DH-LENGTH' TO WS-DMP-REF
           MOVE 6 TO WS-DMP-IND
           PERFORM 5925-EMIT-HEAD-CAPTION
           MOVE 'GEN1007T' TO WS-MSG-KEY
           MOVE 'TYPE' TO WS-MSG-TEXT
           MOVE 'DH-TYPE' TO WS-DMP-REF
           MOVE 4 TO WS-DMP-IND
           PERFORM 5925-EMIT-HEAD-CAPTION
           MOVE 'GEN1008T' TO WS-MSG-KEY
           MOVE 'VALUE' TO WS-MSG-TEXT
           MOVE 'DH-VALUE' TO WS-DMP-REF
           MOVE 30 TO WS-DMP-IND
           PERFORM 5925-EMIT-HEAD-CAPTION
           MOVE 'GEN1009T' TO WS-MSG-KEY
           MOVE 'HEX' TO WS-MSG-TEXT
           MOVE 'DH-HEX' TO WS-DMP-REF
           MOVE 24 TO WS-DMP-IND
           PERFORM 5925-EMIT-HEAD-CAPTION
           MOVE 'GEN1020T' TO WS-MSG-KEY
           MOVE 'CHECK' TO WS-MSG-TEXT
           MOVE 'DH-FLAG.' TO WS-DMP-REF
           MOVE 18 TO WS-DMP-IND
           PERFORM 5925-EMIT-HEAD-CAPTION
           MOVE 0 TO WS-DMP-IND.

       5925-EMIT-HEAD-CAPTION.
           MOVE WS-DMP-IND TO WS-MSG-MAX
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'MOVE' TO WS-MSG-LEAD
           MOVE SPACES TO WS-MSG-TAIL
           STRING 'TO ' FUNCTION TRIM(WS-DMP-REF)
               DELIMITED BY SIZE INTO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION.

       5926-EMIT-MULTIREC-PARAS.
           MOVE "       2050-DUMP-REC-TYPE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'REC-TYPE' TO WS-DF-NAME"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 1 TO WS-DF-OFFSET" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 1 TO WS-DF-LENGTH" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'CH' TO WS-DF-TYPE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 7300-TEXT-VALUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           IF REC-TYPE NOT = 'H' AND REC-TYPE NOT = "
               "'D'"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   AND REC-TYPE NOT = 'T'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE 'T' TO WS-DF-STATE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 7000-PRINT-FIELD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       2100-DUMP-HEADER." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'HDR-DATE' TO WS-DF-NAME"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 2 TO WS-DF-OFFSET" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 8 TO WS-DF-LENGTH" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'CH' TO WS-DF-TYPE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 7300-TEXT-VALUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 7000-PRINT-FIELD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       2200-DUMP-TRAILER." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'TRL-COUNT' TO WS-DF-NAME"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 2 TO WS-DF-OFFSET" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 7 TO WS-DF-LENGTH" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 'ZD' TO WS-DF-TYPE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 7300-TEXT-VALUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF TRL-COUNT IS NUMERIC" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE TRL-COUNT TO WS-DF-INT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 7100-EDIT-NUMBER" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE 'N' TO WS-DF-STATE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM 7000-PRINT-FIELD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5930-EMIT-DUMP-FIELDS.
           MOVE "       3000-DUMP-FIELDS." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-DMP-CODE
           IF WS-DMP-SHAPE = 'V'
               PERFORM 5931-EMIT-SEGMENT-LIMIT
           END-IF
           MOVE 0 TO WS-MIG-RDF-LVL
           MOVE 0 TO WS-DMP-INGRP
           MOVE 11 TO WS-DMP-IND
           PERFORM VARYING WS-COPY-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-COPY-FIELD-IDX > WS-COPY-FIELD-COUNT
               PERFORM 5907-CHECK-DUMP-FIELD
               IF WS-DMP-INGRP > 0 AND WS-OCC-D1 = 0
                   PERFORM 5933-CLOSE-GROUP-LOOP
               END-IF
               IF WS-COPY-FIELD-OCCURS(WS-COPY-FIELD-IDX) > 0
                       AND WS-COPY-FIELD-PIC(WS-COPY-FIELD-IDX) = SPACES
                       AND WS-MIG-RDF-LVL = 0
                       AND (WS-DMP-SHAPE NOT = 'V'
                       OR WS-COPY-FIELD-IDX NOT > WS-DMP-LAST)
                   MOVE WS-COPY-FIELD-OCCURS(WS-COPY-FIELD-IDX)
                       TO WS-DMP-NUM-ED
                   MOVE WS-DMP-NUM-ED TO WS-DMP-LIMIT
                   IF WS-DMP-SHAPE = 'V'
                           AND WS-COPY-FIELD-IDX NOT < WS-VR-OCCIDX
                       MOVE 'WS-SEG-LIMIT' TO WS-DMP-LIMIT
                   END-IF
                   MOVE 'WS-SUB1' TO WS-DMP-SUBNAME
                   PERFORM 5936-EMIT-ELEMENT-LOOP
                   MOVE WS-COPY-FIELD-IDX TO WS-DMP-INGRP
               END-IF
               IF WS-MIG-SKIP = 'N'
                   PERFORM 5932-EMIT-FIELD-DUMP
               END-IF
           END-PERFORM
           IF WS-DMP-INGRP > 0
               PERFORM 5933-CLOSE-GROUP-LOOP
           END-IF
           MOVE "           CONTINUE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5931-EMIT-SEGMENT-LIMIT.
           MOVE WS-VR-SEGMAX TO WS-DMP-NUM-ED
           MOVE 11 TO WS-DMP-IND
           IF WS-COPY-FIELD-USAGE(WS-VR-CNTIDX) = SPACES
               STRING 'IF ' FUNCTION TRIM(WS-VR-CNTNAME) ' IS NUMERIC'
                   DELIMITED BY SIZE INTO WS-DMP-CODE
               PERFORM 5939-WRITE-DUMP-CODE
               MOVE 15 TO WS-DMP-IND
           END-IF
           STRING 'IF ' FUNCTION TRIM(WS-VR-CNTNAME) ' > '
               FUNCTION TRIM(WS-DMP-NUM-ED)
               DELIMITED BY SIZE INTO WS-DMP-CODE
           PERFORM 5939-WRITE-DUMP-CODE
           ADD 4 TO WS-DMP-IND
           STRING 'MOVE ' FUNCTION TRIM(WS-DMP-NUM-ED)
               ' TO WS-SEG-LIMIT'
               DELIMITED BY SIZE INTO WS-DMP-CODE
           PERFORM 5939-WRITE-DUMP-CODE
           MOVE "MOVE 'C' TO WS-SEG-STATE" TO WS-DMP-CODE
           PERFORM 5939-WRITE-DUMP-CODE
           SUBTRACT 4 FROM WS-DMP-IND
           MOVE 'ELSE' TO WS-DMP-CODE
           PERFORM 5939-WRITE-DUMP-CODE
           ADD 4 TO WS-DMP-IND
           STRING 'MOVE ' FUNCTION TRIM(WS-VR-CNTNAME)
               ' TO WS-SEG-LIMIT'
               DELIMITED BY SIZE INTO WS-DMP-CODE
           PERFORM 5939-WRITE-DUMP-CODE
           MOVE 'MOVE SPACE TO WS-SEG-STATE' TO WS-DMP-CODE
           PERFORM 5939-WRITE-DUMP-CODE
           SUBTRACT 4 FROM WS-DMP-IND
           MOVE 'END-IF' TO WS-DMP-CODE
           PERFORM 5939-WRITE-DUMP-CODE
           IF WS-DMP-IND > 11
               MOVE "           ELSE" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               MOVE 0 TO WS-SEG-LIMIT"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               MOVE SPACE TO WS-SEG-STATE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           END-IF" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF.

       5932-EMIT-FIELD-DUMP.
           PERFORM 5934-SET-FIELD-PLACEMENT
           MOVE WS-COPY-FIELD-NAME(WS-COPY-FIELD-IDX) TO WS-DMP-NAME
           EVALUATE TRUE
               WHEN WS-COPY-FIELD-USAGE(WS-COPY-FIELD-IDX) = 'COMP-3'
                   MOVE 'PD' TO WS-DMP-TYPE
               WHEN WS-MIG-KIND = 'B'
                   MOVE 'BI' TO WS-DMP-TYPE
               WHEN WS-MIG-KIND = 'N'
                   MOVE 'ZD' TO WS-DMP-TYPE
               WHEN WS-MIG-KIND = 'E'
                   MOVE 'ED' TO WS-DMP-TYPE
               WHEN OTHER
                   MOVE 'CH' TO WS-DMP-TYPE
           END-EVALUATE
           PERFORM 5624-COUNT-PIC-DIGITS
           MOVE SPACES TO WS-DMP-REF
           EVALUATE WS-DMP-LOOPS
               WHEN 0
                   MOVE WS-DMP-NAME TO WS-DMP-REF
               WHEN 1
                   STRING FUNCTION TRIM(WS-DMP-NAME) ' (WS-SUB1)'
                       DELIMITED BY SIZE INTO WS-DMP-REF
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-DMP-NAME)
                       ' (WS-SUB1 WS-SUB2)'
                       DELIMITED BY SIZE INTO WS-DMP-REF
           END-EVALUATE
           IF WS-OCC-D2 > 0
               IF WS-DMP-LOOPS > 1
                   MOVE WS-OCC-D2 TO WS-DMP-NUM-ED
                   MOVE WS-DMP-NUM-ED TO WS-DMP-LIMIT
                   MOVE 'WS-SUB2' TO WS-DMP-SUBNAME
               ELSE
                   MOVE 'WS-SUB1' TO WS-DMP-SUBNAME
               END-IF
               PERFORM 5936-EMIT-ELEMENT-LOOP
           END-IF
           PERFORM 5935-EMIT-FIELD-NAME
           MOVE WS-DMP-BASE TO WS-DMP-NUM-ED
           IF WS-DMP-LOOPS = 0
               STRING 'MOVE ' FUNCTION TRIM(WS-DMP-NUM-ED)
                   ' TO WS-DF-OFFSET'
                   DELIMITED BY SIZE INTO WS-DMP-CODE
               PERFORM 5939-WRITE-DUMP-CODE
           ELSE
               STRING 'COMPUTE WS-DF-OFFSET = '
                   FUNCTION TRIM(WS-DMP-NUM-ED)
                   DELIMITED BY SIZE INTO WS-DMP-CODE
               PERFORM 5939-WRITE-DUMP-CODE
               ADD 4 TO WS-DMP-IND
               MOVE WS-DMP-STRIDE1 TO WS-DMP-NUM-ED
               STRING '+ (WS-SUB1 - 1) * ' FUNCTION TRIM(WS-DMP-NUM-ED)
                   DELIMITED BY SIZE INTO WS-DMP-CODE
               PERFORM 5939-WRITE-DUMP-CODE
               IF WS-DMP-LOOPS > 1
                   MOVE WS-DMP-STRIDE2 TO WS-DMP-NUM-ED
                   STRING '+ (WS-SUB2 - 1) * '
                       FUNCTION TRIM(WS-DMP-NUM-ED)
                       DELIMITED BY SIZE INTO WS-DMP-CODE
                   PERFORM 5939-WRITE-DUMP-CODE
               END-IF
               SUBTRACT 4 FROM WS-DMP-IND
           END-IF
           MOVE WS-DMP-ELEN TO WS-DMP-NUM-ED
           STRING 'MOVE ' FUNCTION TRIM(WS-DMP-NUM-ED)
               ' TO WS-DF-LENGTH'
               DELIMITED BY SIZE INTO WS-DMP-CODE
           PERFORM 5939-WRITE-DUMP-CODE
           STRING "MOVE '" WS-DMP-TYPE "' TO WS-DF-TYPE"
               DELIMITED BY SIZE INTO WS-DMP-CODE
           PERFORM 5939-WRITE-DUMP-CODE
           MOVE 'PERFORM 7300-TEXT-VALUE' TO WS-DMP-CODE
           PERFORM 5939-WRITE-DUMP-CODE
           PERFORM 5938-EMIT-FIELD-VALUE
           IF WS-DMP-SHAPE = 'V'
                   AND WS-COPY-FIELD-IDX = WS-VR-CNTIDX
               MOVE "IF WS-SEG-STATE = 'C'" TO WS-DMP-CODE
               PERFORM 5939-WRITE-DUMP-CODE
               MOVE "    MOVE 'C' TO WS-DF-STATE" TO WS-DMP-CODE
               PERFORM 5939-WRITE-DUMP-CODE
               MOVE 'END-IF' TO WS-DMP-CODE
               PERFORM 5939-WRITE-DUMP-CODE
           END-IF
           MOVE 'PERFORM 7000-PRINT-FIELD' TO WS-DMP-CODE
           PERFORM 5939-WRITE-DUMP-CODE
           IF WS-OCC-D2 > 0
               SUBTRACT 4 FROM WS-DMP-IND
               MOVE 'END-PERFORM' TO WS-DMP-CODE
               PERFORM 5939-WRITE-DUMP-CODE
           END-IF.

       5933-CLOSE-GROUP-LOOP.
           SUBTRACT 4 FROM WS-DMP-IND
           MOVE 'END-PERFORM' TO WS-DMP-CODE
           PERFORM 5939-WRITE-DUMP-CODE
           MOVE 0 TO WS-DMP-INGRP.

       5934-SET-FIELD-PLACEMENT.
           MOVE 0 TO WS-DMP-LOOPS
           MOVE 0 TO WS-DMP-STRIDE1
           MOVE 0 TO WS-DMP-STRIDE2
           COMPUTE WS-DMP-BASE = WS-COPY-FIELD-OFFSET(WS-COPY-FIELD-IDX)
               + WS-DMP-SHIFT
           MOVE WS-COPY-FIELD-LENGTH(WS-COPY-FIELD-IDX) TO WS-DMP-ELEN
           MOVE 0 TO WS-DMP-GRP
           IF WS-OCC-D1 > 0
               PERFORM VARYING WS-FO-IDX FROM WS-COPY-FIELD-IDX BY -1
                       UNTIL WS-FO-IDX < 1 OR WS-DMP-GRP > 0
                   IF WS-COPY-FIELD-OCCURS(WS-FO-IDX) > 0
                           AND WS-COPY-FIELD-PIC(WS-FO-IDX) = SPACES
                       MOVE WS-FO-IDX TO WS-DMP-GRP
                   END-IF
               END-PERFORM
           END-IF
           IF WS-DMP-GRP > 0
               MOVE 1 TO WS-DMP-LOOPS
               COMPUTE WS-DMP-BASE = WS-COPY-FIELD-OFFSET(WS-DMP-GRP)
                   + WS-DMP-SHIFT
                   + (WS-COPY-FIELD-OFFSET(WS-COPY-FIELD-IDX)
                   - WS-COPY-FIELD-OFFSET(WS-DMP-GRP)) / WS-OCC-D1
               COMPUTE WS-VAL-PTR = WS-DMP-GRP + 1
               PERFORM VARYING WS-FO-IDX FROM WS-VAL-PTR BY 1
                       UNTIL WS-FO-IDX > WS-COPY-FIELD-COUNT
                       OR WS-COPY-FIELD-INOCC(WS-FO-IDX) = 0
                   IF WS-COPY-FIELD-OFFSET(WS-FO-IDX)
                           + WS-COPY-FIELD-LENGTH(WS-FO-IDX)
                           - WS-COPY-FIELD-OFFSET(WS-DMP-GRP) >
                           WS-DMP-STRIDE1
                       COMPUTE WS-DMP-STRIDE1 =
                           WS-COPY-FIELD-OFFSET(WS-FO-IDX)
                           + WS-COPY-FIELD-LENGTH(WS-FO-IDX)
                           - WS-COPY-FIELD-OFFSET(WS-DMP-GRP)
                   END-IF
               END-PERFORM
               COMPUTE WS-DMP-STRIDE1 = WS-DMP-STRIDE1 / WS-OCC-D1
               COMPUTE WS-DMP-ELEN = WS-DMP-ELEN / WS-OCC-D1
           END-IF
           IF WS-OCC-D2 > 0
               ADD 1 TO WS-DMP-LOOPS
               COMPUTE WS-DMP-ELEN = WS-DMP-ELEN / WS-OCC-D2
               IF WS-DMP-LOOPS = 1
                   MOVE WS-DMP-ELEN TO WS-DMP-STRIDE1
                   MOVE WS-OCC-D2 TO WS-DMP-NUM-ED
                   MOVE WS-DMP-NUM-ED TO WS-DMP-LIMIT
               ELSE
                   MOVE WS-DMP-ELEN TO WS-DMP-STRIDE2
               END-IF
           END-IF
           IF WS-DMP-SHAPE = 'V' AND WS-DMP-LOOPS > 0
                   AND WS-COPY-FIELD-IDX NOT < WS-VR-OCCIDX
               MOVE 'WS-SEG-LIMIT' TO WS-DMP-LIMIT
           END-IF.

       5935-EMIT-FIELD-NAME.
           EVALUATE WS-DMP-LOOPS
               WHEN 0
                   STRING "MOVE '" FUNCTION TRIM(WS-DMP-NAME)
                       "' TO WS-DF-NAME"
                       DELIMITED BY SIZE INTO WS-DMP-CODE
                   PERFORM 5939-WRITE-DUMP-CODE
               WHEN 1
                   MOVE 'MOVE SPACES TO WS-DF-NAME' TO WS-DMP-CODE
                   PERFORM 5939-WRITE-DUMP-CODE
                   STRING "STRING '" FUNCTION TRIM(WS-DMP-NAME)
                       "(' WS-SUB1 ')'"
                       DELIMITED BY SIZE INTO WS-DMP-CODE
                   PERFORM 5939-WRITE-DUMP-CODE
                   MOVE '    DELIMITED BY SIZE INTO WS-DF-NAME'
                       TO WS-DMP-CODE
                   PERFORM 5939-WRITE-DUMP-CODE
               WHEN OTHER
                   MOVE 'MOVE SPACES TO WS-DF-NAME' TO WS-DMP-CODE
                   PERFORM 5939-WRITE-DUMP-CODE
                   STRING "STRING '" FUNCTION TRIM(WS-DMP-NAME)
                       "(' WS-SUB1"
                       DELIMITED BY SIZE INTO WS-DMP-CODE
                   PERFORM 5939-WRITE-DUMP-CODE
                   MOVE "    ',' WS-SUB2 ')'" TO WS-DMP-CODE
                   PERFORM 5939-WRITE-DUMP-CODE
                   MOVE '    DELIMITED BY SIZE INTO WS-DF-NAME'
                       TO WS-DMP-CODE
                   PERFORM 5939-WRITE-DUMP-CODE
           END-EVALUATE.

       5936-EMIT-ELEMENT-LOOP.
           STRING 'PERFORM VARYING ' FUNCTION TRIM(WS-DMP-SUBNAME)
               ' FROM 1 BY 1'
               DELIMITED BY SIZE INTO WS-DMP-CODE
           PERFORM 5939-WRITE-DUMP-CODE
           STRING '        UNTIL ' FUNCTION TRIM(WS-DMP-SUBNAME)
               ' > ' FUNCTION TRIM(WS-DMP-LIMIT)
               DELIMITED BY SIZE INTO WS-DMP-CODE
           PERFORM 5939-WRITE-DUMP-CODE
           ADD 4 TO WS-DMP-IND.

       5937-EMIT-NUMBER-EDIT.
           COMPUTE WS-VAL-PTR = WS-DMP-IND
               + FUNCTION LENGTH(FUNCTION TRIM(WS-DMP-REF))
           IF WS-CSV-DECS = 0
               IF WS-VAL-PTR < 55
                   STRING 'MOVE ' FUNCTION TRIM(WS-DMP-REF)
                       ' TO WS-DF-INT'
                       DELIMITED BY SIZE INTO WS-DMP-CODE
                   PERFORM 5939-WRITE-DUMP-CODE
               ELSE
                   STRING 'MOVE ' FUNCTION TRIM(WS-DMP-REF)
                       DELIMITED BY SIZE INTO WS-DMP-CODE
                   PERFORM 5939-WRITE-DUMP-CODE
                   MOVE '    TO WS-DF-INT' TO WS-DMP-CODE
                   PERFORM 5939-WRITE-DUMP-CODE
               END-IF
           ELSE
               MOVE '1' TO WS-DMP-SCALE
               MOVE ALL '0' TO WS-DMP-SCALE(2:WS-CSV-DECS)
               IF WS-VAL-PTR < 40
                   STRING 'COMPUTE WS-DF-INT = '
                       FUNCTION TRIM(WS-DMP-REF)
                       ' * ' FUNCTION TRIM(WS-DMP-SCALE)
                       DELIMITED BY SIZE INTO WS-DMP-CODE
                   PERFORM 5939-WRITE-DUMP-CODE
               ELSE
                   MOVE 'COMPUTE WS-DF-INT =' TO WS-DMP-CODE
                   PERFORM 5939-WRITE-DUMP-CODE
                   STRING '    ' FUNCTION TRIM(WS-DMP-REF)
                       DELIMITED BY SIZE INTO WS-DMP-CODE
                   PERFORM 5939-WRITE-DUMP-CODE
                   STRING '    * ' FUNCTION TRIM(WS-DMP-SCALE)
                       DELIMITED BY SIZE INTO WS-DMP-CODE
                   PERFORM 5939-WRITE-DUMP-CODE
               END-IF
               STRING 'MOVE ' WS-CSV-DECS ' TO WS-DF-DECS'
                   DELIMITED BY SIZE INTO WS-DMP-CODE
               PERFORM 5939-WRITE-DUMP-CODE
           END-IF
           MOVE 'PERFORM 7100-EDIT-NUMBER' TO WS-DMP-CODE
           PERFORM 5939-WRITE-DUMP-CODE.

       5938-EMIT-FIELD-VALUE.
           IF WS-MSK-DIGITS > 0 AND WS-MSK-DIGITS < 19
               EVALUATE WS-DMP-TYPE
                   WHEN 'BI'
                       PERFORM 5937-EMIT-NUMBER-EDIT
                   WHEN 'ZD'
                   WHEN 'PD'
                       STRING 'IF ' FUNCTION TRIM(WS-DMP-REF)
                           ' IS NUMERIC'
                           DELIMITED BY SIZE INTO WS-DMP-CODE
                       PERFORM 5939-WRITE-DUMP-CODE
                       ADD 4 TO WS-DMP-IND
                       PERFORM 5937-EMIT-NUMBER-EDIT
                       SUBTRACT 4 FROM WS-DMP-IND
                       MOVE 'ELSE' TO WS-DMP-CODE
                       PERFORM 5939-WRITE-DUMP-CODE
                       IF WS-DMP-TYPE = 'PD'
                           MOVE "    MOVE 'P' TO WS-DF-STATE"
                               TO WS-DMP-CODE
                       ELSE
                           MOVE "    MOVE 'N' TO WS-DF-STATE"
                               TO WS-DMP-CODE
                       END-IF
                       PERFORM 5939-WRITE-DUMP-CODE
                       MOVE 'END-IF' TO WS-DMP-CODE
                       PERFORM 5939-WRITE-DUMP-CODE
               END-EVALUATE
           END-IF.

       5939-WRITE-DUMP-CODE.
           MOVE SPACES TO OUTPUT-LINE
           MOVE WS-DMP-CODE TO OUTPUT-LINE(WS-DMP-IND + 1:)
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-DMP-CODE.

       5940-EMIT-DUMP-SERVICE-PARAS.
           MOVE "       7000-PRINT-FIELD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-DMP-SHAPE NOT = 'F'
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           IF WS-DF-OFFSET + WS-DF-LENGTH - 1 > "
                   "WS-REC-LEN"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               MOVE 'E' TO WS-DF-STATE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               MOVE SPACES TO WS-DF-VALUE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "               MOVE SPACES TO WS-DF-HEX"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "           END-IF" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "           IF WS-DF-STATE = 'N'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 7200-HEX-FIELD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-DF-NAME TO DL-NAME" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-DF-OFFSET TO DL-OFFSET"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-DF-LENGTH TO DL-LENGTH"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-DF-TYPE TO DL-TYPE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-DF-VALUE TO DL-VALUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-DF-HEX TO DL-HEX" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO DL-FLAG" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           EVALUATE WS-DF-STATE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               WHEN 'N'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1010T' TO WS-MSG-KEY
           MOVE 'INVALID NUMERIC' TO WS-MSG-TEXT
           PERFORM 5942-EMIT-FLAG-CAPTION
           MOVE "               WHEN 'P'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1011T' TO WS-MSG-KEY
           MOVE 'INVALID PACKED' TO WS-MSG-TEXT
           PERFORM 5942-EMIT-FLAG-CAPTION
           MOVE "               WHEN 'E'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1012T' TO WS-MSG-KEY
           MOVE 'PAST RECORD END' TO WS-MSG-TEXT
           PERFORM 5942-EMIT-FLAG-CAPTION
           MOVE "               WHEN 'C'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1013T' TO WS-MSG-KEY
           MOVE 'COUNT TOO HIGH' TO WS-MSG-TEXT
           PERFORM 5942-EMIT-FLAG-CAPTION
           MOVE "               WHEN 'T'" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1014T' TO WS-MSG-KEY
           MOVE 'UNKNOWN REC TYPE' TO WS-MSG-TEXT
           PERFORM 5942-EMIT-FLAG-CAPTION
           MOVE "           END-EVALUATE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           IF WS-DMP-SHAPE = 'L'
               MOVE SPACES TO WS-BUILD-LINE
               STRING "           IF WS-DF-STATE NOT = SPACE AND WS-DF-"
                   "STATE NOT = 'E'"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           ELSE
               MOVE "           IF WS-DF-STATE NOT = SPACE"
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE "               ADD 1 TO WS-BAD-FIELDS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE WS-DUMP-LINE TO DUMP-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE DUMP-REPORT-LINE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       7100-EDIT-NUMBER." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO WS-DF-VALUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 1 TO WS-DF-PTR" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-DF-INT < 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               STRING '-' DELIMITED BY SIZE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   INTO WS-DF-VALUE WITH POINTER WS-"
               "DF-PTR"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               COMPUTE WS-DF-ABS = 0 - WS-DF-INT"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE WS-DF-INT TO WS-DF-ABS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           COMPUTE WS-DF-INTLEN = 18 - WS-DF-DECS"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 1 TO WS-DF-POS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM UNTIL WS-DF-POS NOT < WS-DF-INTLEN"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   OR WS-DF-ABS-X(WS-DF-POS:1) NOT ="
               " '0'"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               ADD 1 TO WS-DF-POS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-PERFORM" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-DF-INTLEN > 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               COMPUTE WS-DF-SHOW = WS-DF-INTLEN - W"
               "S-DF-POS + 1"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               STRING WS-DF-ABS-X(WS-DF-POS:WS-DF-SH"
               "OW)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   DELIMITED BY SIZE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   INTO WS-DF-VALUE WITH POINTER WS-"
               "DF-PTR"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               STRING '0' DELIMITED BY SIZE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   INTO WS-DF-VALUE WITH POINTER WS-"
               "DF-PTR"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-DF-DECS > 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               COMPUTE WS-DF-POS = WS-DF-INTLEN + 1"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "               STRING '.' WS-DF-ABS-X(WS-DF-POS:WS-D"
               "F-DECS)"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   DELIMITED BY SIZE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   INTO WS-DF-VALUE WITH POINTER WS-"
               "DF-PTR"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       7200-HEX-FIELD." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO WS-DF-HEX" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-DF-LENGTH > 12" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE 12 TO WS-DF-SHOW" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE WS-DF-LENGTH TO WS-DF-SHOW"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 1 TO WS-DF-PTR" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           PERFORM VARYING WS-DF-BYTE FROM 1 BY 1"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   UNTIL WS-DF-BYTE > WS-DF-SHOW"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               COMPUTE WS-DF-ORD = FUNCTION ORD"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   (IN-DATA(WS-DF-OFFSET + WS-DF-BYT"
               "E - 1:1)) - 1"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               DIVIDE WS-DF-ORD BY 16 GIVING WS-DF-HI"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   REMAINDER WS-DF-LO" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               STRING WS-HEX-DIGITS(WS-DF-HI + 1:1)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   WS-HEX-DIGITS(WS-DF-LO + 1:1)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   DELIMITED BY SIZE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "                   INTO WS-DF-HEX WITH POINTER WS-DF"
               "-PTR"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-PERFORM." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       7300-TEXT-VALUE." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACE TO WS-DF-STATE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE 0 TO WS-DF-DECS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO WS-DF-VALUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO WS-DF-HEX" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-DF-TYPE = 'PD' OR WS-DF-TYPE = 'BI'"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               PERFORM 7200-HEX-FIELD" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           ELSE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               MOVE IN-DATA(WS-DF-OFFSET:WS-DF-LENGTH)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   TO WS-DF-VALUE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "       8000-READ-INPUT." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           READ IN-FILE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "               NOT AT END" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "                   ADD 1 TO WS-RECORDS-READ"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           END-READ." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5942-EMIT-FLAG-CAPTION.
           MOVE 18 TO WS-MSG-MAX
           MOVE 19 TO WS-MSG-INDENT
           MOVE 'MOVE' TO WS-MSG-LEAD
           MOVE 'TO DL-FLAG' TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION.

       5950-EMIT-DUMP-TOTALS.
           MOVE "       9000-WRITE-TOTALS." TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO DUMP-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE DUMP-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'WS-RECORDS-READ' TO WS-DMP-REF
           MOVE 'GEN0806T' TO WS-MSG-KEY
           MOVE 'RECORDS READ:' TO WS-MSG-TEXT
           PERFORM 5952-EMIT-DUMP-TOTAL
           MOVE 'WS-RECORDS-DUMPED' TO WS-DMP-REF
           MOVE 'GEN1015T' TO WS-MSG-KEY
           MOVE 'RECORDS DUMPED:' TO WS-MSG-TEXT
           PERFORM 5952-EMIT-DUMP-TOTAL
           MOVE 'WS-BAD-FIELDS' TO WS-DMP-REF
           MOVE 'GEN1016T' TO WS-MSG-KEY
           MOVE 'INVALID FIELDS:' TO WS-MSG-TEXT
           PERFORM 5952-EMIT-DUMP-TOTAL
           MOVE "           IF WS-BAD-FIELDS > 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1017W' TO WS-MSG-KEY
           MOVE 'Invalid fields found in dumped records:'
               TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           MOVE 'WS-BAD-FIELDS' TO WS-MSG-TAIL
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           END-IF" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           IF WS-RECORDS-DUMPED = 0" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 'GEN1021W' TO WS-MSG-KEY
           MOVE 'No records matched the dump selection.'
               TO WS-MSG-TEXT
           MOVE 15 TO WS-MSG-INDENT
           PERFORM 5310-EMIT-MESSAGE
           MOVE "           END-IF." TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5952-EMIT-DUMP-TOTAL.
           MOVE SPACES TO WS-BUILD-LINE
           STRING "           MOVE " FUNCTION TRIM(WS-DMP-REF)
               " TO WS-COUNT-ED"
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           MOVE SPACES TO DUMP-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE 1 TO WS-MSG-PAD
           MOVE 11 TO WS-MSG-INDENT
           MOVE 'STRING' TO WS-MSG-LEAD
           MOVE 'WS-COUNT-ED' TO WS-MSG-TAIL
           PERFORM 5320-EMIT-CAPTION
           MOVE "               DELIMITED BY SIZE INTO DUMP-REPORT-LINE"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           WRITE DUMP-REPORT-LINE" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "           DISPLAY DUMP-REPORT-LINE(1:60)"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       5995-COUNT-DUMP-FAILURE.
           IF WS-BATCH-MODE
               ADD 1 TO WS-RUN-FAILURES
               IF WS-FAIL-USED < 20
                   ADD 1 TO WS-FAIL-USED
                   MOVE SPACES TO WS-FAIL-LINE(WS-FAIL-USED)
                   STRING 'FAILED: card ' WS-CARD-NUMBER
                       ' record dump selection unusable'
                       DELIMITED BY SIZE
                       INTO WS-FAIL-LINE(WS-FAIL-USED)
               END-IF
           END-IF.

       6000-GENERATE-JCL.
           PERFORM 0955-FIND-LAST-GENERATION
           IF WS-JCL-SOURCE = SPACES
               DISPLAY 'No generation history found to build JCL for.'
           ELSE
               PERFORM 6020-SET-JCL-GDGS
               PERFORM 0170-PROMPT-JCL-FILENAME
               PERFORM 0150-OPEN-SEQFILE-CHECKED
               IF WS-GEN-OPEN-FAILED = 'N'
               CLOSE SEQFILE
               IF WS-GEN-OPEN-FAILED = 'N'
                   PERFORM 0940-PREVIEW-AND-CONFIRM
                   IF WS-GDG-COUNT > 0
                       PERFORM 6040-GENERATE-GDG-DEFINE-JOB
                   END-IF
               END-IF
           END-IF.

           IF WS-VSAM-HLQ = SPACES
               MOVE 'DEV' TO WS-VSAM-HLQ
           END-IF
           MOVE 'INFILE' TO WS-SEL-DDNAME
           MOVE WS-PROF-INFILE TO WS-GDG-WORK-DSN
           MOVE 'N' TO WS-GDG-DD-NEW
           PERFORM 6016-EMIT-GO-DATASET-DD
           MOVE 'OUTFILE' TO WS-SEL-DDNAME
           MOVE WS-PROF-OUTFILE TO WS-GDG-WORK-DSN
           MOVE 'Y' TO WS-GDG-DD-NEW
           PERFORM 6016-EMIT-GO-DATASET-DD
           MOVE 'FILEA' TO WS-SEL-DDNAME
           MOVE WS-PROF-INFILE TO WS-GDG-WORK-DSN
           MOVE 'N' TO WS-GDG-DD-NEW
           PERFORM 6016-EMIT-GO-DATASET-DD
           MOVE 'FILEB' TO WS-SEL-DDNAME
           MOVE WS-PROF-OUTFILE TO WS-GDG-WORK-DSN
           MOVE 'N' TO WS-GDG-DD-NEW
           PERFORM 6016-EMIT-GO-DATASET-DD
           MOVE 'REPORT' TO WS-SEL-DDNAME
           PERFORM 6012-EMIT-GO-SYSOUT-DD
           MOVE 'ERRRPT' TO WS-SEL-DDNAME
           PERFORM 6014-EMIT-GO-TEMP-DD
           MOVE 'LOADREJ' TO WS-SEL-DDNAME
           PERFORM 6014-EMIT-GO-TEMP-DD
           IF WS-SPL-ROUTE-COUNT > 0
               PERFORM VARYING WS-SPL-FILE-IDX FROM 1 BY 1
                       UNTIL WS-SPL-FILE-IDX > WS-SPL-FILE-COUNT
                   MOVE WS-SPL-FILE-IDX TO WS-SPL-NN
                   MOVE SPACES TO WS-SEL-DDNAME
                   STRING 'SPLIT' WS-SPL-NN
                       DELIMITED BY SIZE INTO WS-SEL-DDNAME
                   PERFORM 6014-EMIT-GO-TEMP-DD
               END-PERFORM
               MOVE 'SPLITOTH' TO WS-SEL-DDNAME
               PERFORM 6014-EMIT-GO-TEMP-DD
               MOVE 'SPLITRPT' TO WS-SEL-DDNAME
               PERFORM 6012-EMIT-GO-SYSOUT-DD
           END-IF
           IF WS-DED-GENERATED = 'Y'
               MOVE 'DUPFILE' TO WS-SEL-DDNAME
               PERFORM 6014-EMIT-GO-TEMP-DD
               MOVE 'DEDUPRPT' TO WS-SEL-DDNAME
               PERFORM 6012-EMIT-GO-SYSOUT-DD
           END-IF
           IF WS-MSK-GENERATED = 'Y'
               MOVE 'MASKRPT' TO WS-SEL-DDNAME
               PERFORM 6012-EMIT-GO-SYSOUT-DD
               IF WS-MSK-NEED-KEY = 'Y'
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "//GO.MASKKEY  DD DSN=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VSAM-HLQ) DELIMITED BY SIZE
                       ".MASKING.KEY,DISP=SHR" DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               END-IF
           END-IF
           IF WS-DMP-GENERATED = 'Y'
               MOVE 'DUMPRPT' TO WS-SEL-DDNAME
               PERFORM 6012-EMIT-GO-SYSOUT-DD
           END-IF
           IF WS-CLK-GENERATED = 'Y'
               MOVE WS-CLK-SUBNAME TO WS-SEL-DDNAME
               MOVE WS-CLK-REFFILE TO WS-GDG-WORK-DSN
               MOVE 'N' TO WS-GDG-DD-NEW
               PERFORM 6016-EMIT-GO-DATASET-DD
           END-IF
           PERFORM VARYING WS-EDIT-LKIDX FROM 1 BY 1
                   UNTIL WS-EDIT-LKIDX > WS-EDIT-LOOKUPS
               IF WS-CLK-GENERATED NOT = 'Y'
                       OR WS-EDIT-LKTAB-NAME(WS-EDIT-LKIDX)
                       NOT = WS-CLK-SUBNAME
                   MOVE WS-EDIT-LKTAB-NAME(WS-EDIT-LKIDX)
                       TO WS-SEL-DDNAME
                   MOVE SPACES TO WS-GDG-WORK-DSN
                   STRING FUNCTION TRIM(WS-VSAM-HLQ) '.'
                       FUNCTION TRIM(WS-EDIT-LKTAB-NAME(WS-EDIT-LKIDX))
                       '.CODES'
                       DELIMITED BY SIZE INTO WS-GDG-WORK-DSN
                   MOVE 'N' TO WS-GDG-DD-NEW
                   PERFORM 6016-EMIT-GO-DATASET-DD
               END-IF
           END-PERFORM
           IF WS-PROF-RUNDATE NOT = SPACES
               MOVE 'RUNDATE' TO WS-SEL-DDNAME
               MOVE WS-PROF-RUNDATE TO WS-GDG-WORK-DSN
               MOVE 'N' TO WS-GDG-DD-NEW
               PERFORM 6016-EMIT-GO-DATASET-DD
               MOVE SPACES TO WS-BUILD-LINE
               STRING "//GO.HOLIDAY  DD DSN=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VSAM-HLQ) DELIMITED BY SIZE
                   ".HOLIDAY.CALENDAR,DISP=SHR" DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           IF WS-PROF-RUNSTATS NOT = SPACES
               MOVE SPACES TO WS-BUILD-LINE
               STRING "//GO.RUNSTATS DD DSN=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PROF-RUNSTATS) DELIMITED BY SIZE
                   ",DISP=MOD" DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
           MOVE SPACES TO WS-BUILD-LINE
           STRING "//GO.BALLEDGR DD DSN=&&BALLEDGR,"
               "DISP=(MOD,PASS),SPACE=(TRK,(1,1))"
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           IF WS-SLC-GENERATED = 'Y'
               MOVE "//GO.SYSIN    DD *" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "* [AND|OR] FIELD EQ|NE|RANGE|IN VALUE ..."
                   TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "/*" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF.

       6012-EMIT-GO-SYSOUT-DD.
           MOVE SPACES TO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       6016-EMIT-GO-DATASET-DD.
           PERFORM 6030-FIND-GDG
           MOVE SPACES TO WS-BUILD-LINE
           MOVE '//GO.' TO WS-BUILD-LINE(1:5)
           MOVE WS-SEL-DDNAME TO WS-BUILD-LINE(6:8)
           EVALUATE TRUE
               WHEN WS-GDG-FOUND = 0
                   STRING "DD DSN=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GDG-WORK-DSN) DELIMITED BY SIZE
                       ",DISP=SHR" DELIMITED BY SIZE
                       INTO WS-BUILD-LINE(15:60)
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               WHEN WS-GDG-DD-NEW = 'Y'
                   STRING "DD DSN=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GDG-WORK-DSN) DELIMITED BY SIZE
                       "(+1)," DELIMITED BY SIZE
                       INTO WS-BUILD-LINE(15:60)
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "//             DISP=(NEW,CATLG,DELETE),"
                       "SPACE=(TRK,(5,5)),"
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING "//             DCB=(RECFM=FB,"
                       "LRECL=80,BLKSIZE=0)"
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   MOVE 'Y' TO WS-GDG-NEWGEN(WS-GDG-FOUND)
               WHEN WS-GDG-NEWGEN(WS-GDG-FOUND) = 'Y'
                   STRING "DD DSN=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GDG-WORK-DSN) DELIMITED BY SIZE
                       "(+1),DISP=SHR" DELIMITED BY SIZE
                       INTO WS-BUILD-LINE(15:60)
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
               WHEN OTHER
                   STRING "DD DSN=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GDG-WORK-DSN) DELIMITED BY SIZE
                       "(0),DISP=SHR" DELIMITED BY SIZE
                       INTO WS-BUILD-LINE(15:60)
                   MOVE WS-BUILD-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
           END-EVALUATE.

       6020-SET-JCL-GDGS.
           MOVE 0 TO WS-GDG-COUNT
           MOVE SPACES TO WS-GDG-OPT
           IF WS-PROF-DIALECT = 'ZOS'
               IF WS-BATCH-MODE
                   MOVE WS-BC-GDG TO WS-GDG-OPT
               ELSE
                   ACCEPT GDG-SCREEN
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-GDG-OPT) TO WS-GDG-OPT
               IF WS-GDG-OPT = 'IN' OR WS-GDG-OPT = 'BOTH'
                   MOVE WS-PROF-INFILE TO WS-GDG-WORK-DSN
                   PERFORM 6032-ADD-GDG
               END-IF
               IF WS-GDG-OPT = 'OUT' OR WS-GDG-OPT = 'BOTH'
                   MOVE WS-PROF-OUTFILE TO WS-GDG-WORK-DSN
                   PERFORM 6032-ADD-GDG
               END-IF
           END-IF.

       6030-FIND-GDG.
           MOVE 0 TO WS-GDG-FOUND
           PERFORM VARYING WS-GDG-IDX FROM 1 BY 1
                   UNTIL WS-GDG-IDX > WS-GDG-COUNT
               IF WS-GDG-DSN(WS-GDG-IDX) = WS-GDG-WORK-DSN
                   MOVE WS-GDG-IDX TO WS-GDG-FOUND
               END-IF
           END-PERFORM.

       6032-ADD-GDG.
           PERFORM 6030-FIND-GDG
           IF WS-GDG-FOUND = 0 AND WS-GDG-WORK-DSN NOT = SPACES
               IF WS-GDG-COUNT < 20
                   ADD 1 TO WS-GDG-COUNT
                   MOVE WS-GDG-WORK-DSN TO WS-GDG-DSN(WS-GDG-COUNT)
                   MOVE 'N' TO WS-GDG-NEWGEN(WS-GDG-COUNT)
               ELSE
                   DISPLAY 'Too many GDG datasets, ignored: '
                       FUNCTION TRIM(WS-GDG-WORK-DSN)
               END-IF
           END-IF.

       6040-GENERATE-GDG-DEFINE-JOB.
           MOVE WS-FILENAME-PREFIX TO WS-GDG-SAVE-PREFIX
           MOVE 'DEFGDG' TO WS-FILENAME-PREFIX
           MOVE 'DEFGDGJ' TO WS-GDG-JOBNAME
           MOVE 'Y' TO WS-OUTPUT-IS-JCL
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME FROM TIME
           MOVE SPACES TO WS-OUTPUT-FILENAME
           STRING 'DEFGDG' '-'
               WS-CDT-YYYY WS-CDT-MM WS-CDT-DD
               '-' WS-CDT-HH WS-CDT-MIN WS-CDT-SS '.jcl'
               DELIMITED BY SIZE INTO WS-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 6045-GENERATE-GDG-DEFINE-WRITE
           END-IF
           CLOSE SEQFILE
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 0940-PREVIEW-AND-CONFIRM
           END-IF
           MOVE WS-GDG-SAVE-PREFIX TO WS-FILENAME-PREFIX.

       6045-GENERATE-GDG-DEFINE-WRITE.
           MOVE WS-PROF-GDGLIMIT TO WS-GDG-LIMIT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING "//" FUNCTION TRIM(WS-GDG-JOBNAME)
               " JOB (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PROF-JOBACCT) DELIMITED BY SIZE
               "),'IDCAMS'," DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "//         CLASS=" DELIMITED BY SIZE
               WS-PROF-JOBCLASS DELIMITED BY SIZE
               ",MSGCLASS=X,NOTIFY=&SYSUID" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//*" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//* DEFINE THE GENERATION DATA GROUP BASES"
               TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//*" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//DEFINE  EXEC PGM=IDCAMS" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//SYSPRINT DD SYSOUT=*" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           MOVE "//SYSIN    DD *" TO OUTPUT-LINE
           WRITE OUTPUT-LINE
           PERFORM VARYING WS-GDG-IDX FROM 1 BY 1
                   UNTIL WS-GDG-IDX > WS-GDG-COUNT
               MOVE "  DEFINE GENERATIONDATAGROUP -" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "      (NAME(" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GDG-DSN(WS-GDG-IDX))
                   DELIMITED BY SIZE
                   ") -" DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "      LIMIT(" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GDG-LIMIT-ED) DELIMITED BY SIZE
                   ") -" DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "      NOEMPTY -" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "      SCRATCH)" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-PERFORM
           MOVE "/*" TO OUTPUT-LINE
           WRITE OUTPUT-LINE.

       7000-GENERATE-PROJECT.
           DISPLAY 'Generating a project suite from PROJECT.TXT...'
           MOVE '18' TO WS-MENU-CHOICE
           MOVE 0 TO WS-PROJ-STEP-COUNT
           MOVE 0 TO WS-GDG-COUNT
           MOVE 'DAILY' TO WS-SCH-CALENDAR
           MOVE SPACES TO WS-SCH-STEP-CAL-TAB
           MOVE SPACES TO WS-PROJ-NAME
           MOVE WS-PROF-INFILE TO WS-PROJ-INPUT
           MOVE 'N' TO WS-EOF-PROJECT
               IF WS-PROJ-STEP-COUNT = 0
                   DISPLAY 'No STEP records found in PROJECT.TXT.'
               ELSE
                   PERFORM 7023-CHECK-STEP-CALENDARS
                   PERFORM 7025-VALIDATE-PROJECT-FLOW
                   IF WS-PROJ-FLOW-OK = 'Y'
                       PERFORM 7035-APPLY-CARD-GDGS
                       PERFORM 7030-GENERATE-PROJECT-STEPS
                       PERFORM 7040-GENERATE-PROJECT-JCL
                       IF WS-GDG-COUNT > 0
                               AND WS-PROF-DIALECT = 'ZOS'
                           PERFORM 7048-GENERATE-PROJECT-GDG-JOB
                       END-IF
                       PERFORM 7070-GENERATE-SCHEDULE
                       PERFORM 7050-GENERATE-BALCHECK
                       PERFORM 7060-GENERATE-PROJECT-DRIVER
                   ELSE
                   INTO WS-XRF-CONS(WS-XRF-FOUND)
           END-IF.

       7035-APPLY-CARD-GDGS.
           MOVE FUNCTION UPPER-CASE(WS-BC-GDG) TO WS-GDG-OPT
           IF WS-GDG-OPT = 'IN' OR WS-GDG-OPT = 'BOTH'
               MOVE WS-PROJ-INPUT TO WS-GDG-WORK-DSN
               PERFORM 6032-ADD-GDG
           END-IF
           IF WS-GDG-OPT = 'OUT' OR WS-GDG-OPT = 'BOTH'
               PERFORM VARYING WS-PROJ-STEP-IDX FROM 1 BY 1
                       UNTIL WS-PROJ-STEP-IDX > WS-PROJ-STEP-COUNT
                   EVALUATE WS-PROJ-STEP-TYPE(WS-PROJ-STEP-IDX)
                       WHEN 'WRITE'
                       WHEN 'COPY'
                       WHEN 'SORT'
                           IF WS-PROJ-STEP-FILE(WS-PROJ-STEP-IDX)
                                   = SPACES
                               MOVE 'outputfile.txt'
                                   TO WS-GDG-WORK-DSN
                           ELSE
                               MOVE WS-PROJ-STEP-FILE
                                   (WS-PROJ-STEP-IDX)
                                   TO WS-GDG-WORK-DSN
                           END-IF
                           PERFORM 6032-ADD-GDG
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
           END-IF.

       7048-GENERATE-PROJECT-GDG-JOB.
           MOVE 'DEFGDG' TO WS-FILENAME-PREFIX
           MOVE SPACES TO WS-GDG-JOBNAME
           STRING FUNCTION TRIM(WS-PROJ-NAME(1:7)) 'G'
               DELIMITED BY SIZE INTO WS-GDG-JOBNAME
           MOVE SPACES TO WS-OUTPUT-FILENAME
           STRING FUNCTION TRIM(WS-PROJ-NAME) 'GDG.jcl'
               DELIMITED BY SIZE INTO WS-OUTPUT-FILENAME
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 6045-GENERATE-GDG-DEFINE-WRITE
           END-IF
           CLOSE SEQFILE
           IF WS-GEN-OPEN-FAILED = 'N'
               DISPLAY 'Generated ' FUNCTION TRIM(WS-OUTPUT-FILENAME)
               PERFORM 0900-LOG-GENERATION
           END-IF.

       7070-GENERATE-SCHEDULE.
           MOVE 'SCHEDDEF' TO WS-FILENAME-PREFIX
           MOVE SPACES TO WS-OUTPUT-FILENAME
           STRING FUNCTION TRIM(WS-PROJ-NAME) '.sch'
               DELIMITED BY SIZE INTO WS-OUTPUT-FILENAME
           MOVE 0 TO WS-SCH-JOBS
           MOVE 0 TO WS-SCH-STEPS
           MOVE 0 TO WS-SCH-PREDS
           MOVE 0 TO WS-SCH-TRIGS
           MOVE SPACES TO WS-SCH-TRIG-TAB
           MOVE SPACES TO WS-SCH-JOB
           STRING FUNCTION TRIM(WS-PROJ-NAME(1:7)) 'J'
               DELIMITED BY SIZE INTO WS-SCH-JOB
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
               MOVE SPACES TO OUTPUT-LINE
               MOVE 'HDR' TO OUTPUT-LINE(1:4)
               MOVE WS-PROJ-NAME TO OUTPUT-LINE(6:8)
               MOVE WS-CDT-DATE TO OUTPUT-LINE(15:8)
               STRING FUNCTION TRIM(WS-PROJ-NAME) '.jcl'
                   DELIMITED BY SIZE INTO OUTPUT-LINE(24:40)
               WRITE OUTPUT-LINE
               MOVE SPACES TO OUTPUT-LINE
               MOVE 'JOB' TO OUTPUT-LINE(1:4)
               MOVE WS-SCH-JOB TO OUTPUT-LINE(6:8)
               STRING WS-PROJ-STEP-COUNT ' STEPS' DELIMITED BY SIZE
                   INTO OUTPUT-LINE(15:8)
               MOVE WS-SCH-CALENDAR TO OUTPUT-LINE(33:8)
               WRITE OUTPUT-LINE
               ADD 1 TO WS-SCH-JOBS
               PERFORM VARYING WS-PROJ-STEP-IDX FROM 1 BY 1
                       UNTIL WS-PROJ-STEP-IDX > WS-PROJ-STEP-COUNT
                   PERFORM 7072-EMIT-STEP-SCHEDULE
               END-PERFORM
               MOVE SPACES TO OUTPUT-LINE
               MOVE 'TRL' TO OUTPUT-LINE(1:4)
               MOVE WS-PROJ-NAME TO OUTPUT-LINE(6:8)
               STRING WS-SCH-JOBS ' JOBS ' WS-SCH-STEPS ' STEPS '
                   WS-SCH-PREDS ' PREDS ' WS-SCH-TRIGS ' TRIGS'
                   DELIMITED BY SIZE INTO OUTPUT-LINE(15:50)
               WRITE OUTPUT-LINE
           END-IF
           CLOSE SEQFILE
           IF WS-GEN-OPEN-FAILED = 'N'
               DISPLAY 'Generated ' FUNCTION TRIM(WS-OUTPUT-FILENAME)
                   ' (job ' FUNCTION TRIM(WS-SCH-JOB) ', '
                   WS-SCH-STEPS ' steps, ' WS-SCH-PREDS
                   ' predecessors, ' WS-SCH-TRIGS ' triggers)'
               PERFORM 0900-LOG-GENERATION
           END-IF.

       7072-EMIT-STEP-SCHEDULE.
           MOVE SPACES TO WS-SCH-STEP
           STRING 'STEP' WS-PROJ-STEP-IDX DELIMITED BY SIZE
               INTO WS-SCH-STEP
           MOVE SPACES TO WS-XRF-TAG
           STRING 'S' WS-PROJ-STEP-IDX DELIMITED BY SIZE
               INTO WS-XRF-TAG
           MOVE WS-SCH-CALENDAR TO WS-SCH-WORK-CAL
           IF WS-SCH-STEP-CAL(WS-PROJ-STEP-IDX) NOT = SPACES
               MOVE WS-SCH-STEP-CAL(WS-PROJ-STEP-IDX)
                   TO WS-SCH-WORK-CAL
           END-IF
           MOVE SPACES TO OUTPUT-LINE
           MOVE 'STEP' TO OUTPUT-LINE(1:4)
           MOVE WS-SCH-JOB TO OUTPUT-LINE(6:8)
           MOVE WS-SCH-STEP TO OUTPUT-LINE(15:8)
           MOVE WS-PROJ-STEP-PROG(WS-PROJ-STEP-IDX)
               TO OUTPUT-LINE(24:8)
           MOVE WS-SCH-WORK-CAL TO OUTPUT-LINE(33:8)
           MOVE WS-PROJ-STEP-TYPE(WS-PROJ-STEP-IDX)
               TO OUTPUT-LINE(42:8)
           WRITE OUTPUT-LINE
           ADD 1 TO WS-SCH-STEPS
           MOVE SPACES TO WS-SCH-PRED-TAB
           PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                   UNTIL WS-XRF-IDX > WS-XRF-COUNT
               MOVE 0 TO WS-SCH-TALLY
               INSPECT WS-XRF-CONS(WS-XRF-IDX) TALLYING WS-SCH-TALLY
                   FOR ALL WS-XRF-TAG
               IF WS-SCH-TALLY > 0
                   PERFORM 7074-NOTE-DATASET-LINK
               END-IF
           END-PERFORM.

       7074-NOTE-DATASET-LINK.
           MOVE SPACES TO WS-SCH-PTAG-TAB
           UNSTRING WS-XRF-PROD(WS-XRF-IDX) DELIMITED BY ALL ' '
               INTO WS-SCH-PTAG(1) WS-SCH-PTAG(2) WS-SCH-PTAG(3)
                    WS-SCH-PTAG(4) WS-SCH-PTAG(5)
           END-UNSTRING
           PERFORM VARYING WS-SCH-PIDX FROM 1 BY 1
                   UNTIL WS-SCH-PIDX > 5
               EVALUATE TRUE
                   WHEN WS-SCH-PTAG(WS-SCH-PIDX) = 'IN'
                           AND WS-SCH-TRIG(WS-XRF-IDX) = SPACE
                       MOVE 'Y' TO WS-SCH-TRIG(WS-XRF-IDX)
                       MOVE SPACES TO OUTPUT-LINE
                       MOVE 'TRIG' TO OUTPUT-LINE(1:4)
                       MOVE WS-SCH-JOB TO OUTPUT-LINE(6:8)
                       MOVE WS-XRF-DSN(WS-XRF-IDX)
                           TO OUTPUT-LINE(15:40)
                       MOVE WS-XRF-DSN(WS-XRF-IDX) TO WS-GDG-WORK-DSN
                       PERFORM 6030-FIND-GDG
                       IF WS-GDG-FOUND > 0
                           MOVE 'GDG' TO OUTPUT-LINE(56:3)
                       END-IF
                       WRITE OUTPUT-LINE
                       ADD 1 TO WS-SCH-TRIGS
                   WHEN WS-SCH-PTAG(WS-SCH-PIDX)(1:1) = 'S'
                           AND WS-SCH-PTAG(WS-SCH-PIDX)(2:2) IS NUMERIC
                       MOVE WS-SCH-PTAG(WS-SCH-PIDX)(2:2)
                           TO WS-SCH-PSTEP
                       IF WS-SCH-PSTEP < WS-PROJ-STEP-IDX
                               AND WS-SCH-PSTEP > 0
                           PERFORM 7076-ADD-PREDECESSOR
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       7076-ADD-PREDECESSOR.
           IF WS-SCH-PRED(WS-SCH-PSTEP) = SPACE
               MOVE 'Y' TO WS-SCH-PRED(WS-SCH-PSTEP)
               MOVE SPACES TO OUTPUT-LINE
               MOVE 'PRED' TO OUTPUT-LINE(1:4)
               MOVE WS-SCH-JOB TO OUTPUT-LINE(6:8)
               MOVE WS-SCH-STEP TO OUTPUT-LINE(15:8)
               STRING 'STEP' WS-SCH-PSTEP DELIMITED BY SIZE
                   INTO OUTPUT-LINE(24:8)
               MOVE WS-XRF-DSN(WS-XRF-IDX) TO OUTPUT-LINE(33:40)
               WRITE OUTPUT-LINE
               ADD 1 TO WS-SCH-PREDS
           END-IF.

       7010-READ-PROJECT-RECORD.
           READ PROJECT-FILE
               AT END
                           TO WS-PROJ-NAME
                   WHEN 'INPUT'
                       MOVE WS-PROJ-TOKEN2 TO WS-PROJ-INPUT
                   WHEN 'GDG'
                       MOVE WS-PROJ-TOKEN2 TO WS-GDG-WORK-DSN
                       PERFORM 6032-ADD-GDG
                   WHEN 'CALENDAR'
                       PERFORM 7022-PARSE-CALENDAR-RECORD
                   WHEN 'STEP'
                       IF WS-PROJ-STEP-COUNT < 9
                           ADD 1 TO WS-PROJ-STEP-COUNT
               END-EVALUATE
           END-IF.

       7022-PARSE-CALENDAR-RECORD.
           MOVE FUNCTION UPPER-CASE(WS-PROJ-TOKEN2(1:8))
               TO WS-SCH-WORK-CAL
           IF WS-SCH-WORK-CAL NOT = 'DAILY'
                   AND WS-SCH-WORK-CAL NOT = 'MONTHEND'
                   AND WS-SCH-WORK-CAL NOT = 'REQUEST'
               DISPLAY 'CALENDAR must be DAILY, MONTHEND or REQUEST,'
                   ' card ignored: ' PROJECT-RECORD(1:40)
           ELSE
               IF WS-PROJ-TOKEN3 = SPACES
                   MOVE WS-SCH-WORK-CAL TO WS-SCH-CALENDAR
               ELSE
                   MOVE 0 TO WS-SCH-PSTEP
                   IF WS-PROJ-TOKEN3(2:1) = SPACE
                           AND WS-PROJ-TOKEN3(1:1) IS NUMERIC
                       MOVE WS-PROJ-TOKEN3(1:1) TO WS-SCH-PSTEP
                   END-IF
                   IF WS-SCH-PSTEP < 1 OR WS-SCH-PSTEP > 9
                       DISPLAY 'CALENDAR step number must be 1-9,'
                           ' card ignored: ' PROJECT-RECORD(1:40)
                   ELSE
                       MOVE WS-SCH-WORK-CAL
                           TO WS-SCH-STEP-CAL(WS-SCH-PSTEP)
                   END-IF
               END-IF
           END-IF.

       7023-CHECK-STEP-CALENDARS.
           PERFORM VARYING WS-SCH-PSTEP FROM 1 BY 1
                   UNTIL WS-SCH-PSTEP > 9
               IF WS-SCH-STEP-CAL(WS-SCH-PSTEP) NOT = SPACES
                       AND WS-SCH-STEP-CAL(WS-SCH-PSTEP)
                           NOT = WS-SCH-CALENDAR
                   DISPLAY 'CALENDAR ' WS-SCH-STEP-CAL(WS-SCH-PSTEP)
                       ' for step ' WS-SCH-PSTEP
                       ' differs from the suite calendar '
                       WS-SCH-CALENDAR
                   DISPLAY '  All steps run in one job; step calendar'
                       ' rejected.'
                   ADD 1 TO WS-RUN-FAILURES
                   IF WS-FAIL-USED < 20
                       ADD 1 TO WS-FAIL-USED
                       MOVE SPACES TO WS-FAIL-LINE(WS-FAIL-USED)
                       STRING 'FAILED: PROJECT.TXT CALENDAR '
                           WS-SCH-STEP-CAL(WS-SCH-PSTEP)
                           DELIMITED BY SPACE
                           ' for step ' WS-SCH-PSTEP
                           ' differs from suite calendar'
                           DELIMITED BY SIZE
                           INTO WS-FAIL-LINE(WS-FAIL-USED)
                   END-IF
                   MOVE SPACES TO WS-SCH-STEP-CAL(WS-SCH-PSTEP)
               END-IF
           END-PERFORM.

       7030-GENERATE-PROJECT-STEPS.
           SET WS-PROJECT-MODE TO TRUE
           MOVE 'N' TO WS-GEN-VARREC
                       MOVE '1 ' TO WS-MENU-CHOICE
                       MOVE 'N' TO WS-PROJ-ADVANCE
               END-EVALUATE
               PERFORM 9950-CHECK-GEN-LOCK
               PERFORM 0150-OPEN-SEQFILE-CHECKED
               IF WS-GEN-OPEN-FAILED = 'N'
                   PERFORM 1005-READ-SEQUENTIAL-FILE-WRITE
           MOVE SPACES TO WS-OUTPUT-FILENAME
           STRING FUNCTION TRIM(WS-PROJ-NAME) '.jcl'
               DELIMITED BY SIZE INTO WS-OUTPUT-FILENAME
           PERFORM 9950-CHECK-GEN-LOCK
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               MOVE SPACES TO WS-BUILD-LINE
               STRING "//" FUNCTION TRIM(WS-PROJ-NAME(1:7))
                   "J JOB (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PROF-JOBACCT) DELIMITED BY SIZE
                   "),'GENJCL'," DELIMITED BY SIZE
               WRITE OUTPUT-LINE
               MOVE "//*" TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               PERFORM VARYING WS-GDG-IDX FROM 1 BY 1
                       UNTIL WS-GDG-IDX > WS-GDG-COUNT
                   MOVE 'N' TO WS-GDG-NEWGEN(WS-GDG-IDX)
               END-PERFORM
               PERFORM VARYING WS-PROJ-STEP-IDX FROM 1 BY 1
                       UNTIL WS-PROJ-STEP-IDX > WS-PROJ-STEP-COUNT
                   MOVE SPACES TO WS-BUILD-LINE
                   TO WS-XRF-FILE
           END-IF
           IF WS-PROF-DIALECT = 'ZOS'
               MOVE 'INFILE' TO WS-SEL-DDNAME
               MOVE WS-XRF-CHAIN TO WS-GDG-WORK-DSN
               MOVE 'N' TO WS-GDG-DD-NEW
               PERFORM 6016-EMIT-GO-DATASET-DD
               MOVE 'OUTFILE' TO WS-SEL-DDNAME
               MOVE WS-XRF-FILE TO WS-GDG-WORK-DSN
               EVALUATE WS-PROJ-STEP-TYPE(WS-PROJ-STEP-IDX)
                   WHEN 'WRITE'
                   WHEN 'COPY'
                   WHEN 'SORT'
                       MOVE 'Y' TO WS-GDG-DD-NEW
                   WHEN OTHER
                       MOVE 'N' TO WS-GDG-DD-NEW
               END-EVALUATE
               PERFORM 6016-EMIT-GO-DATASET-DD
               MOVE SPACES TO WS-BUILD-LINE
               STRING "//GO.SORTWK01 DD UNIT=SYSDA,"
                   "SPACE=(TRK,(5,5))"
       7050-GENERATE-BALCHECK.
           MOVE 'BALCHECK' TO WS-FILENAME-PREFIX
           MOVE 'BALCHECK.cbl' TO WS-OUTPUT-FILENAME
           PERFORM 9950-CHECK-GEN-LOCK
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 7055-GENERATE-BALCHECK-WRITE
           MOVE SPACES TO WS-OUTPUT-FILENAME
           STRING FUNCTION TRIM(WS-DRV-PROGID) '.cbl'
               DELIMITED BY SIZE INTO WS-OUTPUT-FILENAME
           PERFORM 9950-CHECK-GEN-LOCK
           PERFORM 0150-OPEN-SEQFILE-CHECKED
           IF WS-GEN-OPEN-FAILED = 'N'
               PERFORM 7065-GENERATE-DRIVER-WRITE
