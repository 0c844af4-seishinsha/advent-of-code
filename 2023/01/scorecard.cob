       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-01-SCORECARD.
       AUTHOR. ALEJANDRO VILLANUEVA.

      * CHANGE LOG
      * 2026-09-09  NEW PROGRAM.  MONTHLY SOURCE PERFORMANCE
      *             SCORECARD: READS THE PER-SOURCE RUN STATISTICS
      *             FILE (CALSRST.TXT) WRITTEN BY THE CALIBRATION
      *             RUN, THE SOURCE REGISTRATION MASTER (CALSRCM.TXT)
      *             AND THE RUN-CONTROL MASTER (CALRUNCT.TXT), AND
      *             PRINTS ONE LINE PER REGISTERED SOURCE AND CONTACT
      *             (CALSCORE.TXT) WITH THE DAYS THE BATCH RAN, DAYS
      *             DELIVERED, DAYS MISSING, DAYS REJECTED, QUALITY-
      *             GATE BREACHES, AVERAGE EXCEPTION RATE, AND THE
      *             WORST DAY, SO FEED QUALITY CAN BE TAKEN UP WITH
      *             THE REGIONAL OWNERS IN NUMBERS.  THE PERIOD COMES
      *             FROM ENVIRONMENT NAME SCOREPER (YYYYMM) AND
      *             DEFAULTS TO THE RUN DATE'S MONTH; THE BATCH FROM
      *             BATCHID.  WHEN A SOURCE WAS ATTEMPTED MORE THAN
      *             ONCE ON A DATE, THE LAST ATTEMPT WINS.
      * 2026-10-01  STATISTICS RECORD WIDENED TO 178 FOR THE PARTITION
      *             NUMBER NOW CARRIED AT THE END OF EACH ROW.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC OS X.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SOURCE-STATISTICS-FILE
           ASSIGN TO DISK "CALSRST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SOURCE-MASTER-FILE
           ASSIGN TO DISK "CALSRCM.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL-FILE
           ASSIGN TO DISK "CALRUNCT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REPORT-FILE ASSIGN TO DISK "CALSCORE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-STATISTICS-FILE.
       01  SOURCE-STATISTICS-LINE PIC X(178).

       FD  SOURCE-MASTER-FILE.
       01  SOURCE-MASTER-LINE PIC X(117).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(61).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(107).

       WORKING-STORAGE SECTION.
       77  RUN-DATE PIC X(8).
       77  BUSINESS-DATE-NAME PIC X(10) VALUE "BUSDATE".
       77  BUSINESS-DATE-TEXT PIC X(8) VALUE SPACES.
       77  BATCH-ID PIC X(8) VALUE "DAY01P01".
       77  BATCH-ID-NAME PIC X(10) VALUE "BATCHID".
       77  SCORE-PERIOD-NAME PIC X(10) VALUE "SCOREPER".
       77  SCORE-PERIOD PIC X(6) VALUE SPACES.

       77  STATISTICS-EOF-SW PIC X VALUE "N".
           88 STATISTICS-AT-END VALUE "Y".
       77  SOURCE-MASTER-EOF-SW PIC X VALUE "N".
           88 SOURCE-MASTER-AT-END VALUE "Y".
       77  RUN-CONTROL-EOF-SW PIC X VALUE "N".
           88 RUN-CONTROL-AT-END VALUE "Y".

       77  RUN-DAY-LIMIT PIC 9(4) VALUE 31.
       77  RUN-DAY-COUNT PIC 9(4) VALUE ZERO.
       77  RUN-DAY-IX PIC 9(4) VALUE ZERO.
       77  RUN-DAY-MATCH-IX PIC 9(4) VALUE ZERO.
       01  RUN-DAY-TABLE.
           05 RUN-DAY-DATE OCCURS 31 TIMES PIC X(8).

       77  SOURCE-LIMIT PIC 9(4) VALUE 50.
       77  SCORE-SOURCE-COUNT PIC 9(4) VALUE ZERO.
       77  SOURCE-IX PIC 9(4) VALUE ZERO.
       77  MATCH-IX PIC 9(4) VALUE ZERO.
       77  DAY-IX PIC 9(4) VALUE ZERO.
       77  DAY-MATCH-IX PIC 9(4) VALUE ZERO.
       01  SCORE-TABLE.
           05 SCORE-ENTRY OCCURS 50 TIMES.
               10 SCORE-SOURCE    PIC X(8).
               10 SCORE-ACTIVE-SW PIC X(1).
                   88 SCORE-ACTIVE VALUE "A".
               10 SCORE-CONTACT   PIC X(30).
               10 SCORE-DAY-COUNT PIC 9(4).
               10 SCORE-DAY OCCURS 31 TIMES.
                   15 SDAY-DATE       PIC X(8).
                   15 SDAY-OUTCOME    PIC X(8).
                   15 SDAY-QGATE      PIC X(6).
                   15 SDAY-LINES      PIC 9(6).
                   15 SDAY-EXCEPTIONS PIC 9(6).
                   15 SDAY-EXC-RATE   PIC 9(3)V9.

       77  DELIVERED-DAYS PIC 9(4) VALUE ZERO.
       77  MISSING-DAYS PIC 9(4) VALUE ZERO.
       77  REJECTED-DAYS PIC 9(4) VALUE ZERO.
       77  BREACH-DAYS PIC 9(4) VALUE ZERO.
       77  PERIOD-LINES PIC 9(9) VALUE ZERO.
       77  PERIOD-EXCEPTIONS PIC 9(9) VALUE ZERO.
       77  AVERAGE-EXC-RATE PIC 9(3)V9 VALUE ZERO.
       77  WORST-DAY-DATE PIC X(8) VALUE SPACES.
       77  WORST-DAY-RATE PIC 9(3)V9 VALUE ZERO.
       77  STATISTICS-READ-COUNT PIC 9(6) VALUE ZERO.
       77  UNREGISTERED-COUNT PIC 9(6) VALUE ZERO.
       77  SOURCES-WITH-MISSING PIC 9(4) VALUE ZERO.

       01  SOURCE-STATISTICS-DATA.
           05 STATS-DATE        PIC X(8).
           05 FILLER            PIC X(1).
           05 STATS-BATCH       PIC X(8).
           05 FILLER            PIC X(1).
           05 STATS-RUN-NO      PIC 9(4).
           05 FILLER            PIC X(1).
           05 STATS-SOURCE      PIC X(8).
           05 FILLER            PIC X(1).
           05 STATS-LINES       PIC 9(6).
           05 FILLER            PIC X(1).
           05 STATS-EXCEPTIONS  PIC 9(6).
           05 FILLER            PIC X(1).
           05 STATS-EXC-RATE    PIC 9(3)V9.
           05 FILLER            PIC X(1).
           05 STATS-TOLERANCE   PIC 9(3).
           05 FILLER            PIC X(1).
           05 STATS-QGATE       PIC X(6).
           05 FILLER            PIC X(1).
           05 STATS-OUTCOME     PIC X(8).
           05 FILLER            PIC X(1).
           05 STATS-ELAPSED     PIC 9(6)V99.
           05 FILLER            PIC X(1).
           05 STATS-SUBTOTAL    PIC 9(9).
           05 FILLER            PIC X(1).
           05 STATS-REJECT-REASON PIC X(40).
           05 FILLER            PIC X(1).
           05 STATS-DSN         PIC X(44).
           05 FILLER            PIC X(1).
           05 STATS-PARTITION   PIC X(2).

       01  SOURCE-MASTER-DATA.
           05 MASTER-SOURCE-IN  PIC X(8).
           05 FILLER            PIC X(1).
           05 MASTER-ACTIVE-IN  PIC X(1).
           05 FILLER            PIC X(1).
           05 MASTER-DSN-IN     PIC X(44).
           05 FILLER            PIC X(1).
           05 MASTER-DESC-IN    PIC X(30).
           05 FILLER            PIC X(1).
           05 MASTER-CONTACT-IN PIC X(30).

       01  RUN-CONTROL-LINE-DATA.
           05 RUN-CONTROL-DATE      PIC X(8).
           05 FILLER                PIC X(1).
           05 RUN-CONTROL-BATCH     PIC X(8).
           05 FILLER                PIC X(1).
           05 RUN-CONTROL-RUN-NO    PIC 9(4).
           05 FILLER                PIC X(1).
           05 RUN-CONTROL-STATUS    PIC X(8).
           05 FILLER                PIC X(1).
           05 RUN-CONTROL-START-STAMP PIC X(14).
           05 FILLER                PIC X(1).
           05 RUN-CONTROL-END-STAMP PIC X(14).

       01  REPORT-HEADING-LINE.
           05 FILLER PIC X(37) VALUE
              "SOURCE PERFORMANCE SCORECARD, PERIOD ".
           05 REPORT-HEADING-PERIOD PIC X(6).
           05 FILLER PIC X(8) VALUE ", BATCH ".
           05 REPORT-HEADING-BATCH PIC X(8).
           05 FILLER PIC X(11) VALUE ", RUN DATE ".
           05 REPORT-HEADING-DATE PIC X(8).

       01  COLUMN-HEADING-LINE.
           05 FILLER PIC X(10) VALUE "SOURCE".
           05 FILLER PIC X(32) VALUE "CONTACT".
           05 FILLER PIC X(10) VALUE "STATUS".
           05 FILLER PIC X(6)  VALUE "RUNS".
           05 FILLER PIC X(6)  VALUE "DLVD".
           05 FILLER PIC X(6)  VALUE "MISS".
           05 FILLER PIC X(6)  VALUE "REJD".
           05 FILLER PIC X(6)  VALUE "QGFL".
           05 FILLER PIC X(7)  VALUE "AVGEXC".
           05 FILLER PIC X(10) VALUE "WORST DAY".
           05 FILLER PIC X(5)  VALUE "EXC%".

       01  SCORE-DETAIL-LINE.
           05 SCORE-OUT-SOURCE    PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 SCORE-OUT-CONTACT   PIC X(30).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 SCORE-OUT-STATUS    PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 SCORE-OUT-RUN-DAYS  PIC ZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 SCORE-OUT-DELIVERED PIC ZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 SCORE-OUT-MISSING   PIC ZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 SCORE-OUT-REJECTED  PIC ZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 SCORE-OUT-BREACHES  PIC ZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 SCORE-OUT-AVG-RATE  PIC ZZ9.9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 SCORE-OUT-WORST-DATE PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 SCORE-OUT-WORST-RATE PIC ZZ9.9.

       01  SUMMARY-LINE.
           05 SUMMARY-LABEL PIC X(30).
           05 SUMMARY-VALUE PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM RESOLVE-BATCH-ID
           PERFORM RESOLVE-SCORE-PERIOD
           OPEN OUTPUT REPORT-FILE
           MOVE SCORE-PERIOD TO REPORT-HEADING-PERIOD
           MOVE BATCH-ID TO REPORT-HEADING-BATCH
           MOVE RUN-DATE TO REPORT-HEADING-DATE
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE
           WRITE REPORT-LINE FROM COLUMN-HEADING-LINE
           PERFORM LOAD-SOURCE-MASTER
           PERFORM LOAD-RUN-DAYS
           PERFORM LOAD-STATISTICS
           PERFORM VARYING SOURCE-IX FROM 1 BY 1
           UNTIL SOURCE-IX > SCORE-SOURCE-COUNT
               PERFORM SCORE-ONE-SOURCE
           END-PERFORM
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           STOP RUN.

       RESOLVE-BUSINESS-DATE.
           DISPLAY BUSINESS-DATE-NAME UPON ENVIRONMENT-NAME
           ACCEPT BUSINESS-DATE-TEXT FROM ENVIRONMENT-VALUE
           IF BUSINESS-DATE-TEXT NOT = SPACES
           AND BUSINESS-DATE-TEXT IS NUMERIC
               MOVE BUSINESS-DATE-TEXT TO RUN-DATE
           ELSE
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       RESOLVE-BATCH-ID.
           DISPLAY BATCH-ID-NAME UPON ENVIRONMENT-NAME
           ACCEPT BATCH-ID FROM ENVIRONMENT-VALUE
           IF BATCH-ID = SPACES
               MOVE "DAY01P01" TO BATCH-ID
           END-IF.

       RESOLVE-SCORE-PERIOD.
           DISPLAY SCORE-PERIOD-NAME UPON ENVIRONMENT-NAME
           ACCEPT SCORE-PERIOD FROM ENVIRONMENT-VALUE
           IF SCORE-PERIOD = SPACES
           OR SCORE-PERIOD IS NOT NUMERIC
               MOVE RUN-DATE(1:6) TO SCORE-PERIOD
           END-IF.

       LOAD-SOURCE-MASTER.
           MOVE "N" TO SOURCE-MASTER-EOF-SW
           OPEN INPUT SOURCE-MASTER-FILE
           PERFORM UNTIL SOURCE-MASTER-AT-END
               READ SOURCE-MASTER-FILE INTO SOURCE-MASTER-DATA
                   AT END SET SOURCE-MASTER-AT-END TO TRUE
                   NOT AT END
                       IF SOURCE-MASTER-DATA NOT = SPACES
                       AND SCORE-SOURCE-COUNT < SOURCE-LIMIT
                           ADD 1 TO SCORE-SOURCE-COUNT
                           MOVE MASTER-SOURCE-IN
                               TO SCORE-SOURCE(SCORE-SOURCE-COUNT)
                           MOVE MASTER-ACTIVE-IN
                               TO SCORE-ACTIVE-SW(SCORE-SOURCE-COUNT)
                           MOVE MASTER-CONTACT-IN
                               TO SCORE-CONTACT(SCORE-SOURCE-COUNT)
                           MOVE 0 TO SCORE-DAY-COUNT(SCORE-SOURCE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-MASTER-FILE.

      * A DATE COUNTS AS A RUN DAY WHEN ANY ATTEMPT OF THE BATCH GOT
      * PAST THE START CHECKS; A DAY WITH ONLY REFUSED ATTEMPTS
      * PROCESSED NO FEEDS, SO NO SOURCE CAN HAVE MISSED IT.
       LOAD-RUN-DAYS.
           MOVE "N" TO RUN-CONTROL-EOF-SW
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM UNTIL RUN-CONTROL-AT-END
               READ RUN-CONTROL-FILE INTO RUN-CONTROL-LINE-DATA
                   AT END SET RUN-CONTROL-AT-END TO TRUE
                   NOT AT END
                       IF RUN-CONTROL-DATE(1:6) = SCORE-PERIOD
                       AND RUN-CONTROL-BATCH = BATCH-ID
                       AND RUN-CONTROL-STATUS NOT = "REFUSED"
                           PERFORM NOTE-RUN-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

       NOTE-RUN-DAY.
           MOVE 0 TO RUN-DAY-MATCH-IX
           PERFORM VARYING RUN-DAY-IX FROM 1 BY 1
           UNTIL RUN-DAY-IX > RUN-DAY-COUNT
            OR RUN-DAY-MATCH-IX > 0
               IF RUN-DAY-DATE(RUN-DAY-IX) = RUN-CONTROL-DATE
                   MOVE RUN-DAY-IX TO RUN-DAY-MATCH-IX
               END-IF
           END-PERFORM
           IF RUN-DAY-MATCH-IX = 0
           AND RUN-DAY-COUNT < RUN-DAY-LIMIT
               ADD 1 TO RUN-DAY-COUNT
               MOVE RUN-CONTROL-DATE TO RUN-DAY-DATE(RUN-DAY-COUNT)
           END-IF.

       LOAD-STATISTICS.
           MOVE "N" TO STATISTICS-EOF-SW
           OPEN INPUT SOURCE-STATISTICS-FILE
           PERFORM UNTIL STATISTICS-AT-END
               READ SOURCE-STATISTICS-FILE INTO SOURCE-STATISTICS-DATA
                   AT END SET STATISTICS-AT-END TO TRUE
                   NOT AT END
                       IF STATS-DATE(1:6) = SCORE-PERIOD
                       AND STATS-BATCH = BATCH-ID
                           ADD 1 TO STATISTICS-READ-COUNT
                           PERFORM LOAD-ONE-STATISTICS-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-STATISTICS-FILE.

      * RECORDS ARRIVE IN ATTEMPT ORDER, SO REPLACING THE DAY ENTRY
      * LEAVES THE LAST ATTEMPT FOR A SOURCE AND DATE IN THE TABLE.
      * THE STATISTICS DATE IS ALSO A RUN DAY IN CASE THE RUN-CONTROL
      * ROWS FOR IT HAVE ALREADY BEEN REORGANIZED TO AN ARCHIVE.
       LOAD-ONE-STATISTICS-RECORD.
           MOVE STATS-DATE TO RUN-CONTROL-DATE
           PERFORM NOTE-RUN-DAY
           MOVE 0 TO MATCH-IX
           PERFORM VARYING SOURCE-IX FROM 1 BY 1
           UNTIL SOURCE-IX > SCORE-SOURCE-COUNT
            OR MATCH-IX > 0
               IF SCORE-SOURCE(SOURCE-IX) = STATS-SOURCE
                   MOVE SOURCE-IX TO MATCH-IX
               END-IF
           END-PERFORM
           IF MATCH-IX = 0
               ADD 1 TO UNREGISTERED-COUNT
           ELSE
               MOVE 0 TO DAY-MATCH-IX
               PERFORM VARYING DAY-IX FROM 1 BY 1
               UNTIL DAY-IX > SCORE-DAY-COUNT(MATCH-IX)
                OR DAY-MATCH-IX > 0
                   IF SDAY-DATE(MATCH-IX, DAY-IX) = STATS-DATE
                       MOVE DAY-IX TO DAY-MATCH-IX
                   END-IF
               END-PERFORM
               IF DAY-MATCH-IX = 0
               AND SCORE-DAY-COUNT(MATCH-IX) < RUN-DAY-LIMIT
                   ADD 1 TO SCORE-DAY-COUNT(MATCH-IX)
                   MOVE SCORE-DAY-COUNT(MATCH-IX) TO DAY-MATCH-IX
               END-IF
               IF DAY-MATCH-IX > 0
                   MOVE STATS-DATE TO SDAY-DATE(MATCH-IX, DAY-MATCH-IX)
                   MOVE STATS-OUTCOME
                       TO SDAY-OUTCOME(MATCH-IX, DAY-MATCH-IX)
                   MOVE STATS-QGATE
                       TO SDAY-QGATE(MATCH-IX, DAY-MATCH-IX)
                   MOVE STATS-LINES
                       TO SDAY-LINES(MATCH-IX, DAY-MATCH-IX)
                   MOVE STATS-EXCEPTIONS
                       TO SDAY-EXCEPTIONS(MATCH-IX, DAY-MATCH-IX)
                   MOVE STATS-EXC-RATE
                       TO SDAY-EXC-RATE(MATCH-IX, DAY-MATCH-IX)
               END-IF
           END-IF.

      * A DELIVERED DAY IS ONE WHOSE FEED WAS READ TO THE END,
      * WHETHER OR NOT IT THEN PASSED THE QUALITY GATE.  THE
      * AVERAGE EXCEPTION RATE IS WEIGHTED BY LINES OVER THOSE DAYS.
      * MISSING DAYS ARE ONLY CHARGED TO AN ACTIVE SOURCE.
       SCORE-ONE-SOURCE.
           MOVE 0 TO DELIVERED-DAYS
           MOVE 0 TO REJECTED-DAYS
           MOVE 0 TO BREACH-DAYS
           MOVE 0 TO MISSING-DAYS
           MOVE 0 TO PERIOD-LINES
           MOVE 0 TO PERIOD-EXCEPTIONS
           MOVE 0 TO AVERAGE-EXC-RATE
           MOVE 0 TO WORST-DAY-RATE
           MOVE SPACES TO WORST-DAY-DATE
           PERFORM VARYING DAY-IX FROM 1 BY 1
           UNTIL DAY-IX > SCORE-DAY-COUNT(SOURCE-IX)
               EVALUATE SDAY-OUTCOME(SOURCE-IX, DAY-IX)
                   WHEN "REJECTED"
                       ADD 1 TO REJECTED-DAYS
                   WHEN OTHER
                       ADD 1 TO DELIVERED-DAYS
                       ADD SDAY-LINES(SOURCE-IX, DAY-IX)
                           TO PERIOD-LINES
                       ADD SDAY-EXCEPTIONS(SOURCE-IX, DAY-IX)
                           TO PERIOD-EXCEPTIONS
                       IF WORST-DAY-DATE = SPACES
                       OR SDAY-EXC-RATE(SOURCE-IX, DAY-IX)
                          > WORST-DAY-RATE
                           MOVE SDAY-DATE(SOURCE-IX, DAY-IX)
                               TO WORST-DAY-DATE
                           MOVE SDAY-EXC-RATE(SOURCE-IX, DAY-IX)
                               TO WORST-DAY-RATE
                       END-IF
               END-EVALUATE
               IF SDAY-QGATE(SOURCE-IX, DAY-IX) = "BREACH"
                   ADD 1 TO BREACH-DAYS
               END-IF
           END-PERFORM
           IF SCORE-ACTIVE(SOURCE-IX)
           AND RUN-DAY-COUNT > SCORE-DAY-COUNT(SOURCE-IX)
               COMPUTE MISSING-DAYS =
                   RUN-DAY-COUNT - SCORE-DAY-COUNT(SOURCE-IX)
               ADD 1 TO SOURCES-WITH-MISSING
           END-IF
           IF PERIOD-LINES > 0
               COMPUTE AVERAGE-EXC-RATE ROUNDED =
                   PERIOD-EXCEPTIONS * 100 / PERIOD-LINES
           END-IF
           MOVE SPACES TO SCORE-DETAIL-LINE
           MOVE SCORE-SOURCE(SOURCE-IX) TO SCORE-OUT-SOURCE
           MOVE SCORE-CONTACT(SOURCE-IX) TO SCORE-OUT-CONTACT
           IF SCORE-ACTIVE(SOURCE-IX)
               MOVE "ACTIVE" TO SCORE-OUT-STATUS
           ELSE
               MOVE "INACTIVE" TO SCORE-OUT-STATUS
           END-IF
           MOVE RUN-DAY-COUNT TO SCORE-OUT-RUN-DAYS
           MOVE DELIVERED-DAYS TO SCORE-OUT-DELIVERED
           MOVE MISSING-DAYS TO SCORE-OUT-MISSING
           MOVE REJECTED-DAYS TO SCORE-OUT-REJECTED
           MOVE BREACH-DAYS TO SCORE-OUT-BREACHES
           MOVE AVERAGE-EXC-RATE TO SCORE-OUT-AVG-RATE
           MOVE WORST-DAY-DATE TO SCORE-OUT-WORST-DATE
           MOVE WORST-DAY-RATE TO SCORE-OUT-WORST-RATE
           WRITE REPORT-LINE FROM SCORE-DETAIL-LINE.

       WRITE-SUMMARY.
           MOVE SPACES TO SUMMARY-LINE
           MOVE "RUN DAYS IN PERIOD:" TO SUMMARY-LABEL
           MOVE RUN-DAY-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "REGISTERED SOURCES SCORED:" TO SUMMARY-LABEL
           MOVE SCORE-SOURCE-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "SOURCES WITH MISSING DAYS:" TO SUMMARY-LABEL
           MOVE SOURCES-WITH-MISSING TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "STATISTICS RECORDS READ:" TO SUMMARY-LABEL
           MOVE STATISTICS-READ-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "UNREGISTERED SOURCE RECORDS:" TO SUMMARY-LABEL
           MOVE UNREGISTERED-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE.
