       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENSTATS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO 'GENPROFL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROFILE.
           SELECT STATS-FILE ASSIGN TO WS-STATS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-STATS.
           SELECT REPORT-FILE ASSIGN TO 'GENSTATS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
       01  PROFILE-RECORD PIC X(80).

       FD  STATS-FILE.
       01  RUNSTATS-RECORD.
           05  RS-PROGRAM        PIC X(8).
           05  RS-JOB-NAME       PIC X(8).
           05  RS-STEP-NAME      PIC X(8).
           05  RS-START-DATE     PIC 9(8).
           05  RS-START-TIME     PIC 9(8).
           05  RS-END-DATE       PIC 9(8).
           05  RS-END-TIME       PIC 9(8).
           05  RS-RECS-READ      PIC 9(9).
           05  RS-RECS-WRITTEN   PIC 9(9).
           05  RS-RETURN-CODE    PIC 9(4).
           05  FILLER            PIC X(2).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PROFILE PIC XX.
       01  WS-STATUS-STATS PIC XX.
       01  WS-STATUS-REPORT PIC XX.
       01  WS-STATS-FILENAME PIC X(40) VALUE 'RUNSTATS.DAT'.
       01  WS-EOF-PROFILE PIC X.
       01  WS-EOF-STATS PIC X VALUE 'N'.
           88  WS-STATS-EOF VALUE 'Y'.
       01  WS-PROF-KEY PIC X(12).
       01  WS-PROF-VALUE PIC X(60).
       01  WS-COMMAND-PARM PIC X(80).
       01  WS-FROM-DATE PIC 9(8) VALUE 0.
       01  WS-TO-DATE PIC 9(8) VALUE 99999999.
       01  WS-THRESHOLD PIC 9(3) VALUE 50.
       01  WS-MIN-RUNS PIC 9(3) VALUE 3.
       01  WS-RUNS-IN-RANGE PIC 9(7) VALUE 0.
       01  WS-RUNS-SKIPPED PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01  WS-TIME-WORK PIC 9(8).
       01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05  WS-TIME-HH PIC 99.
           05  WS-TIME-MM PIC 99.
           05  WS-TIME-SS PIC 99.
           05  WS-TIME-HS PIC 99.
       01  WS-START-SECS PIC 9(5)V99.
       01  WS-END-SECS PIC 9(5)V99.
       01  WS-DAY-DIFF PIC S9(5).
       01  WS-ELAPSED PIC S9(9)V99.
       01  WS-PGM-COUNT PIC 9(3) VALUE 0.
       01  WS-PGM-IDX PIC 9(3).
       01  WS-PGM-FOUND PIC 9(3).
       01  WS-PGM-TAB.
           05  WS-PGM-ENTRY OCCURS 200 TIMES.
               10  WS-PGM-NAME PIC X(8).
               10  WS-PGM-RUNS PIC 9(7).
               10  WS-PGM-ELAPSED PIC 9(11)V99.
               10  WS-PGM-MAX-ELAPSED PIC 9(9)V99.
               10  WS-PGM-READ PIC 9(15).
               10  WS-PGM-WRITTEN PIC 9(15).
               10  WS-PGM-MAX-RC PIC 9(4).
       01  WS-SLOW-MAX PIC 99 VALUE 10.
       01  WS-SLOW-COUNT PIC 99 VALUE 0.
       01  WS-SLOW-IDX PIC 99.
       01  WS-SLOW-POS PIC 99.
       01  WS-SLOW-TAB.
           05  WS-SLOW-ENTRY OCCURS 10 TIMES.
               10  WS-SLOW-PROGRAM PIC X(8).
               10  WS-SLOW-JOB PIC X(8).
               10  WS-SLOW-STEP PIC X(8).
               10  WS-SLOW-DATE PIC 9(8).
               10  WS-SLOW-TIME PIC 9(8).
               10  WS-SLOW-ELAPSED PIC 9(9)V99.
               10  WS-SLOW-READ PIC 9(9).
               10  WS-SLOW-WRITTEN PIC 9(9).
               10  WS-SLOW-RC PIC 9(4).
       01  WS-AVG-ELAPSED PIC 9(9)V99.
       01  WS-AVG-READ PIC 9(9).
       01  WS-AVG-WRITTEN PIC 9(9).
       01  WS-CHANGE-PCT PIC S9(7).
       01  WS-MEASURE PIC X(8).
       01  WS-ACTUAL PIC 9(9)V99.
       01  WS-AVERAGE PIC 9(9)V99.
       01  WS-BUILD-LINE PIC X(100).
       01  WS-COUNT-ED PIC ZZZZZZ9.
       01  WS-SECS-ED PIC Z(8)9.99.
       01  WS-AVG-ED PIC Z(6)9.99.
       01  WS-NUM-ED PIC Z(8)9.
       01  WS-NUM2-ED PIC Z(8)9.
       01  WS-RC-ED PIC ZZZ9.
       01  WS-PCT-ED PIC -(6)9.
       01  WS-THRESHOLD-ED PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-LOAD-PROFILE
           ACCEPT WS-COMMAND-PARM FROM COMMAND-LINE
           IF WS-COMMAND-PARM(1:8) IS NUMERIC
               MOVE WS-COMMAND-PARM(1:8) TO WS-FROM-DATE
           END-IF
           IF WS-COMMAND-PARM(10:8) IS NUMERIC
               MOVE WS-COMMAND-PARM(10:8) TO WS-TO-DATE
           END-IF
           IF WS-COMMAND-PARM(19:3) IS NUMERIC
               MOVE WS-COMMAND-PARM(19:3) TO WS-THRESHOLD
           END-IF
           IF WS-THRESHOLD = 0
               MOVE 50 TO WS-THRESHOLD
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-STATUS-REPORT NOT = '00'
               DISPLAY 'Unable to open GENSTATS.TXT, status='
                   WS-STATUS-REPORT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2000-TALLY-PASS
           PERFORM 3000-WRITE-PROGRAM-SUMMARY
           PERFORM 4000-WRITE-SLOWEST-RUNS
           PERFORM 5000-EXCEPTION-PASS

           CLOSE REPORT-FILE
           DISPLAY 'GENSTATS complete, report written to GENSTATS.TXT'
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-PROFILE.
           MOVE 'N' TO WS-EOF-PROFILE
           OPEN INPUT PROFILE-FILE
           IF WS-STATUS-PROFILE = '00'
               PERFORM UNTIL WS-EOF-PROFILE = 'Y'
                   READ PROFILE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-PROFILE
                       NOT AT END
                           PERFORM 1100-APPLY-PROFILE-RECORD
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           END-IF.

       1100-APPLY-PROFILE-RECORD.
           IF PROFILE-RECORD = SPACES OR PROFILE-RECORD(1:1) = '*'
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PROF-KEY
               MOVE SPACES TO WS-PROF-VALUE
               UNSTRING PROFILE-RECORD DELIMITED BY '='
                   INTO WS-PROF-KEY WS-PROF-VALUE
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-PROF-KEY) TO WS-PROF-KEY
               IF WS-PROF-KEY = 'RUNSTATS'
                       AND WS-PROF-VALUE NOT = SPACES
                   MOVE WS-PROF-VALUE TO WS-STATS-FILENAME
               END-IF
           END-IF.

       2000-TALLY-PASS.
           MOVE 'N' TO WS-EOF-STATS
           OPEN INPUT STATS-FILE
           IF WS-STATUS-STATS NOT = '00'
               DISPLAY 'No run statistics found, status='
                   WS-STATUS-STATS
               MOVE 'No run statistics recorded.' TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-STATS-EOF
               READ STATS-FILE
                   AT END
                       SET WS-STATS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-TALLY-RUN
               END-READ
           END-PERFORM
           CLOSE STATS-FILE.

       2100-TALLY-RUN.
           IF RS-START-DATE IS NOT NUMERIC
                   OR RS-END-DATE IS NOT NUMERIC
                   OR RS-START-TIME IS NOT NUMERIC
                   OR RS-END-TIME IS NOT NUMERIC
               ADD 1 TO WS-RUNS-SKIPPED
           ELSE
               IF RS-START-DATE >= WS-FROM-DATE
                       AND RS-START-DATE <= WS-TO-DATE
                   ADD 1 TO WS-RUNS-IN-RANGE
                   PERFORM 2200-COMPUTE-ELAPSED
                   PERFORM 2300-TALLY-PROGRAM
                   PERFORM 2400-NOTE-SLOW-RUN
               END-IF
           END-IF.

       2200-COMPUTE-ELAPSED.
           MOVE RS-START-TIME TO WS-TIME-WORK
           COMPUTE WS-START-SECS = WS-TIME-HH * 3600
               + WS-TIME-MM * 60 + WS-TIME-SS + WS-TIME-HS / 100
           MOVE RS-END-TIME TO WS-TIME-WORK
           COMPUTE WS-END-SECS = WS-TIME-HH * 3600
               + WS-TIME-MM * 60 + WS-TIME-SS + WS-TIME-HS / 100
           MOVE 0 TO WS-DAY-DIFF
           IF RS-END-DATE NOT = RS-START-DATE
               COMPUTE WS-DAY-DIFF =
                   FUNCTION INTEGER-OF-DATE(RS-END-DATE)
                   - FUNCTION INTEGER-OF-DATE(RS-START-DATE)
           END-IF
           COMPUTE WS-ELAPSED = WS-DAY-DIFF * 86400
               + WS-END-SECS - WS-START-SECS
           IF WS-ELAPSED < 0
               MOVE 0 TO WS-ELAPSED
           END-IF.

       2300-TALLY-PROGRAM.
           PERFORM 2310-FIND-PROGRAM
           IF WS-PGM-FOUND = 0
               IF WS-PGM-COUNT < 200
                   ADD 1 TO WS-PGM-COUNT
                   MOVE WS-PGM-COUNT TO WS-PGM-FOUND
                   MOVE RS-PROGRAM TO WS-PGM-NAME(WS-PGM-FOUND)
                   MOVE 0 TO WS-PGM-RUNS(WS-PGM-FOUND)
                   MOVE 0 TO WS-PGM-ELAPSED(WS-PGM-FOUND)
                   MOVE 0 TO WS-PGM-MAX-ELAPSED(WS-PGM-FOUND)
                   MOVE 0 TO WS-PGM-READ(WS-PGM-FOUND)
                   MOVE 0 TO WS-PGM-WRITTEN(WS-PGM-FOUND)
                   MOVE 0 TO WS-PGM-MAX-RC(WS-PGM-FOUND)
               ELSE
                   ADD 1 TO WS-RUNS-SKIPPED
               END-IF
           END-IF
           IF WS-PGM-FOUND > 0
               ADD 1 TO WS-PGM-RUNS(WS-PGM-FOUND)
               ADD WS-ELAPSED TO WS-PGM-ELAPSED(WS-PGM-FOUND)
               ADD RS-RECS-READ TO WS-PGM-READ(WS-PGM-FOUND)
               ADD RS-RECS-WRITTEN TO WS-PGM-WRITTEN(WS-PGM-FOUND)
               IF WS-ELAPSED > WS-PGM-MAX-ELAPSED(WS-PGM-FOUND)
                   MOVE WS-ELAPSED TO WS-PGM-MAX-ELAPSED(WS-PGM-FOUND)
               END-IF
               IF RS-RETURN-CODE > WS-PGM-MAX-RC(WS-PGM-FOUND)
                   MOVE RS-RETURN-CODE TO WS-PGM-MAX-RC(WS-PGM-FOUND)
               END-IF
           END-IF.

       2310-FIND-PROGRAM.
           MOVE 0 TO WS-PGM-FOUND
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT
                   OR WS-PGM-FOUND > 0
               IF WS-PGM-NAME(WS-PGM-IDX) = RS-PROGRAM
                   MOVE WS-PGM-IDX TO WS-PGM-FOUND
               END-IF
           END-PERFORM.

       2400-NOTE-SLOW-RUN.
           MOVE 0 TO WS-SLOW-POS
           PERFORM VARYING WS-SLOW-IDX FROM 1 BY 1
                   UNTIL WS-SLOW-IDX > WS-SLOW-COUNT
                   OR WS-SLOW-POS > 0
               IF WS-ELAPSED > WS-SLOW-ELAPSED(WS-SLOW-IDX)
                   MOVE WS-SLOW-IDX TO WS-SLOW-POS
               END-IF
           END-PERFORM
           IF WS-SLOW-POS = 0 AND WS-SLOW-COUNT < WS-SLOW-MAX
               MOVE WS-SLOW-COUNT TO WS-SLOW-POS
               ADD 1 TO WS-SLOW-POS
           END-IF
           IF WS-SLOW-POS > 0
               IF WS-SLOW-COUNT < WS-SLOW-MAX
                   ADD 1 TO WS-SLOW-COUNT
               END-IF
               PERFORM VARYING WS-SLOW-IDX FROM WS-SLOW-COUNT BY -1
                       UNTIL WS-SLOW-IDX <= WS-SLOW-POS
                   MOVE WS-SLOW-ENTRY(WS-SLOW-IDX - 1)
                       TO WS-SLOW-ENTRY(WS-SLOW-IDX)
               END-PERFORM
               MOVE RS-PROGRAM TO WS-SLOW-PROGRAM(WS-SLOW-POS)
               MOVE RS-JOB-NAME TO WS-SLOW-JOB(WS-SLOW-POS)
               MOVE RS-STEP-NAME TO WS-SLOW-STEP(WS-SLOW-POS)
               MOVE RS-START-DATE TO WS-SLOW-DATE(WS-SLOW-POS)
               MOVE RS-START-TIME TO WS-SLOW-TIME(WS-SLOW-POS)
               MOVE WS-ELAPSED TO WS-SLOW-ELAPSED(WS-SLOW-POS)
               MOVE RS-RECS-READ TO WS-SLOW-READ(WS-SLOW-POS)
               MOVE RS-RECS-WRITTEN TO WS-SLOW-WRITTEN(WS-SLOW-POS)
               MOVE RS-RETURN-CODE TO WS-SLOW-RC(WS-SLOW-POS)
           END-IF.

       3000-WRITE-PROGRAM-SUMMARY.
           MOVE 'BATCH RUN STATISTICS REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-THRESHOLD TO WS-THRESHOLD-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'Date range: ' WS-FROM-DATE ' to ' WS-TO-DATE
               '   Source: ' FUNCTION TRIM(WS-STATS-FILENAME)
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RUNS-IN-RANGE TO WS-COUNT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'Runs in range: ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RUNS-SKIPPED > 0
               MOVE WS-RUNS-SKIPPED TO WS-COUNT-ED
               MOVE SPACES TO WS-BUILD-LINE
               STRING 'Records not usable: ' WS-COUNT-ED
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'ELAPSED TIME BY PROGRAM (SECONDS)' TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-PGM-COUNT = 0
               MOVE '  No runs in range.' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO WS-BUILD-LINE
               STRING '  Program     Runs Total elapsed'
                   ' Avg elapsed Max elapsed'
                   '  Avg read Avg written Max RC'
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                       UNTIL WS-PGM-IDX > WS-PGM-COUNT
                   PERFORM 3100-WRITE-PROGRAM-LINE
               END-PERFORM
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       3100-WRITE-PROGRAM-LINE.
           MOVE WS-PGM-IDX TO WS-PGM-FOUND
           PERFORM 3200-SET-AVERAGES
           MOVE WS-PGM-RUNS(WS-PGM-IDX) TO WS-COUNT-ED
           MOVE WS-PGM-ELAPSED(WS-PGM-IDX) TO WS-SECS-ED
           MOVE WS-AVG-ELAPSED TO WS-AVG-ED
           MOVE WS-AVG-READ TO WS-NUM-ED
           MOVE WS-AVG-WRITTEN TO WS-NUM2-ED
           MOVE WS-PGM-MAX-RC(WS-PGM-IDX) TO WS-RC-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING '  ' WS-PGM-NAME(WS-PGM-IDX)
               ' ' WS-COUNT-ED
               '  ' WS-SECS-ED
               '  ' WS-AVG-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-PGM-MAX-ELAPSED(WS-PGM-IDX) TO WS-AVG-ED
           MOVE WS-AVG-ED TO WS-BUILD-LINE(47:10)
           STRING ' ' WS-NUM-ED
               '   ' WS-NUM2-ED
               '   ' WS-RC-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE(57:44)
           MOVE WS-BUILD-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3200-SET-AVERAGES.
           MOVE 0 TO WS-AVG-ELAPSED
           MOVE 0 TO WS-AVG-READ
           MOVE 0 TO WS-AVG-WRITTEN
           IF WS-PGM-RUNS(WS-PGM-FOUND) > 0
               COMPUTE WS-AVG-ELAPSED ROUNDED =
                   WS-PGM-ELAPSED(WS-PGM-FOUND)
                   / WS-PGM-RUNS(WS-PGM-FOUND)
               COMPUTE WS-AVG-READ ROUNDED =
                   WS-PGM-READ(WS-PGM-FOUND)
                   / WS-PGM-RUNS(WS-PGM-FOUND)
               COMPUTE WS-AVG-WRITTEN ROUNDED =
                   WS-PGM-WRITTEN(WS-PGM-FOUND)
                   / WS-PGM-RUNS(WS-PGM-FOUND)
           END-IF.

       4000-WRITE-SLOWEST-RUNS.
           MOVE 'SLOWEST RUNS' TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SLOW-COUNT = 0
               MOVE '  No runs in range.' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO WS-BUILD-LINE
               STRING '  Program  Job      Step     Start date'
                   ' Time      Elapsed      Read   Written   RC'
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE WS-BUILD-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-SLOW-IDX FROM 1 BY 1
                       UNTIL WS-SLOW-IDX > WS-SLOW-COUNT
                   MOVE WS-SLOW-ELAPSED(WS-SLOW-IDX) TO WS-AVG-ED
                   MOVE WS-SLOW-READ(WS-SLOW-IDX) TO WS-NUM-ED
                   MOVE WS-SLOW-WRITTEN(WS-SLOW-IDX) TO WS-NUM2-ED
                   MOVE WS-SLOW-RC(WS-SLOW-IDX) TO WS-RC-ED
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING '  ' WS-SLOW-PROGRAM(WS-SLOW-IDX)
                       ' ' WS-SLOW-JOB(WS-SLOW-IDX)
                       ' ' WS-SLOW-STEP(WS-SLOW-IDX)
                       ' ' WS-SLOW-DATE(WS-SLOW-IDX)
                       '   ' WS-SLOW-TIME(WS-SLOW-IDX)(1:6)
                       ' ' WS-AVG-ED
                       ' ' WS-NUM-ED
                       ' ' WS-NUM2-ED
                       ' ' WS-RC-ED
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
                   MOVE WS-BUILD-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-PERFORM
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       5000-EXCEPTION-PASS.
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'RUNS MORE THAN ' FUNCTION TRIM(WS-THRESHOLD-ED)
               '% FROM PROGRAM AVERAGE'
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING '  Program  Start date Time   Measure'
               '        Actual    Average  Change %'
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF-STATS
           OPEN INPUT STATS-FILE
           IF WS-STATUS-STATS NOT = '00'
               DISPLAY 'Unable to reopen run statistics, status='
                   WS-STATUS-STATS
           ELSE
               PERFORM UNTIL WS-STATS-EOF
                   READ STATS-FILE
                       AT END
                           SET WS-STATS-EOF TO TRUE
                       NOT AT END
                           PERFORM 5100-CHECK-RUN
                   END-READ
               END-PERFORM
               CLOSE STATS-FILE
           END-IF
           IF WS-EXCEPTION-COUNT = 0
               MOVE '  None.' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'Total exceptions: ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       5100-CHECK-RUN.
           IF RS-START-DATE IS NUMERIC
                   AND RS-END-DATE IS NUMERIC
                   AND RS-START-TIME IS NUMERIC
                   AND RS-END-TIME IS NUMERIC
                   AND RS-START-DATE >= WS-FROM-DATE
                   AND RS-START-DATE <= WS-TO-DATE
               PERFORM 2310-FIND-PROGRAM
               IF WS-PGM-FOUND > 0
                   IF WS-PGM-RUNS(WS-PGM-FOUND) >= WS-MIN-RUNS
                       PERFORM 2200-COMPUTE-ELAPSED
                       PERFORM 3200-SET-AVERAGES
                       MOVE 'ELAPSED' TO WS-MEASURE
                       MOVE WS-ELAPSED TO WS-ACTUAL
                       MOVE WS-AVG-ELAPSED TO WS-AVERAGE
                       PERFORM 5200-CHECK-MEASURE
                       MOVE 'READ' TO WS-MEASURE
                       MOVE RS-RECS-READ TO WS-ACTUAL
                       MOVE WS-AVG-READ TO WS-AVERAGE
                       PERFORM 5200-CHECK-MEASURE
                       MOVE 'WRITTEN' TO WS-MEASURE
                       MOVE RS-RECS-WRITTEN TO WS-ACTUAL
                       MOVE WS-AVG-WRITTEN TO WS-AVERAGE
                       PERFORM 5200-CHECK-MEASURE
                   END-IF
               END-IF
           END-IF.

       5200-CHECK-MEASURE.
           IF WS-AVERAGE > 0
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-ACTUAL - WS-AVERAGE) * 100 / WS-AVERAGE
               IF WS-CHANGE-PCT > WS-THRESHOLD
                       OR WS-CHANGE-PCT < 0 - WS-THRESHOLD
                   PERFORM 5300-WRITE-EXCEPTION
               END-IF
           END-IF.

       5300-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-ACTUAL TO WS-SECS-ED
           MOVE WS-AVERAGE TO WS-AVG-ED
           MOVE WS-CHANGE-PCT TO WS-PCT-ED
           MOVE SPACES TO WS-BUILD-LINE
           STRING '  ' RS-PROGRAM
               ' ' RS-START-DATE
               '   ' RS-START-TIME(1:6)
               ' ' WS-MEASURE
               ' ' WS-SECS-ED
               ' ' WS-AVG-ED
               '   ' WS-PCT-ED
               DELIMITED BY SIZE INTO WS-BUILD-LINE
           MOVE WS-BUILD-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
