      * 2026-08-26  RUN DATE NOW RESOLVED THROUGH THE SUITE-WIDE
      *             BUSINESS-DATE CONVENTION (ENVIRONMENT NAME
      *             BUSDATE, FALLING BACK TO THE SYSTEM DATE).
      * 2026-09-11  THREE-WAY PERIOD PROOF BEFORE THE CLOSE: FOR EACH
      *             BUSINESS DATE IN THE PERIOD THE LEDGER *TOTAL*
      *             (CALHIST.TXT) IS TIED TO THE NET OF THE GL
      *             HISTORY (CALGLHST.TXT: LATEST SNT, LATER SUP,
      *             AND ADJ ROWS FOR THE BATCH) AND TO THE GL
      *             ACKNOWLEDGED AMOUNT (CALGLACK.TXT, OR THE
      *             DATASET NAMED BY ACKFILEDD).  EVERY DATE THAT
      *             DOES NOT AGREE IS LISTED ON CALMCLS.TXT WITH THE
      *             REASON FOR EACH BREAK, EXPLAINED (SOURCES KEPT
      *             OUT OF GL, ADJUSTMENT NOT IN HISTORY,
      *             UNACKNOWLEDGED, RERUN NOT BACKED OUT) OR
      *             UNEXPLAINED.  WHILE ANY UNEXPLAINED BREAK REMAINS
      *             THE CLOSE IS REFUSED WITH RETURN CODE 12 AND
      *             NOTHING IS POSTED, UNLESS FINANCE SIGNS OFF WITH
      *             PROOFOVRD=Y AND ITS APPROVER ID IN PROOFAPPR; THE
      *             OVERRIDE IS THEN WRITTEN TO THE PERIOD PROOF
      *             OVERRIDE LOG (CALPOVR.TXT) AGAINST THE PERIOD AND
      *             THE CLOSE ENDS WITH RETURN CODE 4.  THE BATCH
      *             COMES FROM BATCHID.
      * 2026-10-03  A RERUN NOW REVERSES THE CORRECTION CYCLE'S ADJ
      *             VOUCHER WITH THE RUN IT ADJUSTED, SO ONLY ADJ ROWS
      *             AFTER THE LATEST SNT ROW FOR A DATE COUNT TOWARD
      *             THE GL NET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL REPORT-FILE ASSIGN TO DISK "CALMCLS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-HISTORY-FILE
           ASSIGN TO DISK "CALGLHST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACKNOWLEDGMENT-FILE ASSIGN TO DYNAMIC
           ACKNOWLEDGMENT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PROOF-OVERRIDE-FILE
           ASSIGN TO DISK "CALPOVR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALIBRATION-HISTORY-FILE.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(107).

       FD  GL-HISTORY-FILE.
       01  GL-HISTORY-LINE PIC X(37).

       FD  ACKNOWLEDGMENT-FILE.
       01  ACKNOWLEDGMENT-LINE PIC X(36).

       FD  PROOF-OVERRIDE-FILE.
       01  PROOF-OVERRIDE-LINE PIC X(49).

       WORKING-STORAGE SECTION.
       77  RUN-DATE PIC X(8).
       77  BUSINESS-DATE-NAME PIC X(10) VALUE "BUSDATE".
       77  BUSINESS-DATE-TEXT PIC X(8) VALUE SPACES.
       77  CLOSE-PERIOD-NAME PIC X(10) VALUE "CLOSEPER".
       77  CLOSE-PERIOD PIC X(6) VALUE SPACES.
       77  BATCH-ID PIC X(8) VALUE "DAY01P01".
       77  BATCH-ID-NAME PIC X(10) VALUE "BATCHID".
       77  ACKNOWLEDGMENT-DSN PIC X(80) VALUE "CALGLACK.TXT".
       77  ACKNOWLEDGMENT-DD-NAME PIC X(10) VALUE "ACKFILEDD".
       77  PROOF-OVERRIDE-SW PIC X VALUE "N".
           88 PROOF-OVERRIDE VALUE "Y".
       77  PROOF-OVERRIDE-NAME PIC X(10) VALUE "PROOFOVRD".
       77  PROOF-APPROVER PIC X(8) VALUE SPACES.
       77  PROOF-APPROVER-NAME PIC X(10) VALUE "PROOFAPPR".
       77  PROOF-OVERRIDE-USED-SW PIC X VALUE "N".
           88 PROOF-OVERRIDE-USED VALUE "Y".

       77  HISTORY-EOF-SW PIC X VALUE "N".
           88 HISTORY-AT-END VALUE "Y".
           88 PERIOD-AT-END VALUE "Y".
       77  PERIOD-CLOSED-SW PIC X VALUE "N".
           88 PERIOD-ALREADY-CLOSED VALUE "Y".
       77  GL-HISTORY-EOF-SW PIC X VALUE "N".
           88 GL-HISTORY-AT-END VALUE "Y".
       77  ACKNOWLEDGMENT-EOF-SW PIC X VALUE "N".
           88 ACKNOWLEDGMENT-AT-END VALUE "Y".

       77  SOURCE-LIMIT PIC 9(4) VALUE 50.
       77  CLOSE-SOURCE-COUNT PIC 9(4) VALUE ZERO.
       77  STAMP-TIME PIC X(8).
       77  CURRENT-STAMP PIC X(14) VALUE SPACES.

       77  PROOF-DATE-LIMIT PIC 9(4) VALUE 31.
       77  PROOF-DATE-COUNT PIC 9(4) VALUE ZERO.
       77  PROOF-IX PIC 9(4) VALUE ZERO.
       77  PROOF-MATCH-IX PIC 9(4) VALUE ZERO.
       77  SHIFT-IX PIC 9(4) VALUE ZERO.
       77  SEARCH-DATE PIC X(8) VALUE SPACES.
       77  GL-NET-AMOUNT PIC S9(10) VALUE ZERO.
       77  DATES-AGREED PIC 9(4) VALUE ZERO.
       77  EXPLAINED-BREAK-COUNT PIC 9(4) VALUE ZERO.
       77  UNEXPLAINED-BREAK-COUNT PIC 9(4) VALUE ZERO.
       77  DATE-UNEXPLAINED-COUNT PIC 9(4) VALUE ZERO.

      * ONE ROW PER BUSINESS DATE IN THE PERIOD, KEPT IN DATE ORDER.
       01  PROOF-TABLE.
           05 PROOF-ENTRY OCCURS 31 TIMES.
               10 PROOF-DATE          PIC X(8).
               10 PROOF-LEDGER-SW     PIC X(1).
                   88 PROOF-HAS-LEDGER VALUE "Y".
               10 PROOF-LEDGER        PIC 9(9).
               10 PROOF-SOURCE-SW     PIC X(1).
                   88 PROOF-HAS-SOURCES VALUE "Y".
               10 PROOF-SOURCE-SUM    PIC 9(12).
               10 PROOF-GL-ROW-COUNT  PIC 9(4).
               10 PROOF-SENT-COUNT    PIC 9(4).
               10 PROOF-SENT          PIC S9(10).
               10 PROOF-ADJUSTED      PIC S9(10).
               10 PROOF-GROSS         PIC S9(10).
               10 PROOF-ACK-SW        PIC X(1).
                   88 PROOF-ACKNOWLEDGED VALUE "Y".
               10 PROOF-ACK-STATUS    PIC X(8).
               10 PROOF-ACKED         PIC 9(9).

      * THE BREAKS FOUND FOR THE DATE BEING PROVED, HELD UNTIL THE
      * DATE LINE HAS BEEN PRINTED ABOVE THEM.
       77  BREAK-LIMIT PIC 9(4) VALUE 6.
       77  BREAK-COUNT PIC 9(4) VALUE ZERO.
       77  BREAK-IX PIC 9(4) VALUE ZERO.
       77  BREAK-REASON PIC X(36) VALUE SPACES.
       77  BREAK-AMOUNT PIC S9(10) VALUE ZERO.
       77  BREAK-CLASS-SW PIC X VALUE "N".
           88 BREAK-EXPLAINED VALUE "Y".
       01  BREAK-TABLE.
           05 BREAK-ENTRY OCCURS 6 TIMES.
               10 BREAK-ENTRY-REASON PIC X(36).
               10 BREAK-ENTRY-AMOUNT PIC S9(10).
               10 BREAK-ENTRY-CLASS  PIC X(1).

       01  SOURCE-TABLE.
           05 SOURCE-ENTRY OCCURS 50 TIMES.
               10 CLOSE-SOURCE PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 PERIOD-STAMP      PIC X(14).

       01  GL-HISTORY-DATA.
           05 HISTORY-BATCH     PIC X(8).
           05 FILLER            PIC X(1).
           05 HISTORY-DATE      PIC X(8).
           05 FILLER            PIC X(1).
           05 HISTORY-RUN-NO    PIC X(4).
           05 FILLER            PIC X(1).
           05 HISTORY-TYPE      PIC X(3).
           05 FILLER            PIC X(1).
           05 HISTORY-AMOUNT    PIC S9(9) SIGN LEADING SEPARATE.

       01  ACKNOWLEDGMENT-DATA.
           05 ACK-BATCH         PIC X(8).
           05 FILLER            PIC X(1).
           05 ACK-DATE          PIC X(8).
           05 FILLER            PIC X(1).
           05 ACK-STATUS        PIC X(8).
           05 FILLER            PIC X(1).
           05 ACK-AMOUNT        PIC 9(9).

       01  PROOF-OVERRIDE-DATA.
           05 OVERRIDE-PERIOD   PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 OVERRIDE-STAMP    PIC X(14).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 OVERRIDE-APPROVER PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 OVERRIDE-BATCH    PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 OVERRIDE-UNEXPLAINED PIC 9(4).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 OVERRIDE-EXPLAINED PIC 9(4).

       01  REPORT-HEADING-LINE.
           05 FILLER PIC X(31) VALUE
              "MONTH-END CLOSE REPORT, PERIOD ".
           05 FILLER PIC X(1) VALUE SPACE.
           05 PERIOD-CLOSED-STAMP PIC X(14).

       01  PROOF-HEADING-LINE.
           05 FILLER PIC X(24) VALUE "*** PERIOD PROOF, BATCH ".
           05 PROOF-HEADING-BATCH PIC X(8).
           05 FILLER PIC X(44) VALUE
              " - LEDGER / GL HISTORY / GL ACKNOWLEDGED ***".

       01  PROOF-COLUMN-LINE.
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(11) VALUE "     LEDGER".
           05 FILLER PIC X(13) VALUE "       GL NET".
           05 FILLER PIC X(11) VALUE "   GL ACKED".
           05 FILLER PIC X(13) VALUE "  RESULT".

       01  PROOF-DETAIL-LINE.
           05 PROOF-DETAIL-DATE   PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 PROOF-DETAIL-LEDGER PIC ZZZZZZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 PROOF-DETAIL-NET    PIC +ZZZZZZZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 PROOF-DETAIL-ACKED  PIC ZZZZZZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 PROOF-DETAIL-RESULT PIC X(11).

       01  BREAK-DETAIL-LINE.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 FILLER              PIC X(7)  VALUE "BREAK, ".
           05 BREAK-DETAIL-REASON PIC X(36).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 BREAK-DETAIL-AMOUNT PIC +ZZZZZZZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 BREAK-DETAIL-CLASS  PIC X(11).

       01  PROOF-OVERRIDE-REPORT-LINE.
           05 FILLER PIC X(30) VALUE
              "PROOF BREAKS SIGNED OFF BY    ".
           05 OVERRIDE-REPORT-APPROVER PIC X(8).
           05 FILLER PIC X(4) VALUE " AT ".
           05 OVERRIDE-REPORT-STAMP PIC X(14).

       01  SUMMARY-LINE.
           05 SUMMARY-LABEL PIC X(30).
           05 SUMMARY-VALUE PIC ZZZZZZZZ9.
       BEGIN.
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM RESOLVE-CLOSE-PERIOD
           PERFORM RESOLVE-BATCH-ID
           PERFORM RESOLVE-ACKNOWLEDGMENT-DSN
           PERFORM RESOLVE-PROOF-OVERRIDE
           PERFORM GET-TIMESTAMP
           PERFORM CHECK-PERIOD-CONTROL
           IF PERIOD-ALREADY-CLOSED
                   "ALREADY CARRIES ITS RECORDS"
               STOP RUN WITH ERROR STATUS 12
           END-IF
           IF PROOF-OVERRIDE AND PROOF-APPROVER = SPACES
               DISPLAY "CLOSE REFUSED - PROOF OVERRIDE REQUESTED FOR "
                   "PERIOD " CLOSE-PERIOD " WITH NO APPROVER"
               DISPLAY "OPERATOR ACTION REQUIRED - SET PROOFAPPR TO "
                   "THE ID OF THE FINANCE APPROVER WHO SIGNED OFF "
                   "THE BREAKS"
               STOP RUN WITH ERROR STATUS 12
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE CLOSE-PERIOD TO REPORT-HEADING-PERIOD
           MOVE RUN-DATE TO REPORT-HEADING-DATE
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE
           PERFORM LOAD-HISTORY
           PERFORM PROVE-PERIOD
           IF UNEXPLAINED-BREAK-COUNT > 0
               IF PROOF-OVERRIDE
                   PERFORM RECORD-PROOF-OVERRIDE
               ELSE
                   CLOSE REPORT-FILE
                   DISPLAY "CLOSE REFUSED - PERIOD " CLOSE-PERIOD
                       " HAS " UNEXPLAINED-BREAK-COUNT
                       " UNEXPLAINED PROOF BREAK(S)"
                   DISPLAY "OPERATOR ACTION REQUIRED - CLEAR THE "
                       "BREAKS LISTED ON CALMCLS.TXT, OR RERUN WITH "
                       "PROOFOVRD=Y AND PROOFAPPR ONCE FINANCE HAS "
                       "SIGNED THEM OFF"
                   STOP RUN WITH ERROR STATUS 12
               END-IF
           END-IF
           WRITE REPORT-LINE FROM COLUMN-HEADING-LINE
           OPEN EXTEND MONTHLY-LEDGER-FILE
           PERFORM VARYING SOURCE-IX FROM 1 BY 1
           UNTIL SOURCE-IX > CLOSE-SOURCE-COUNT
           MOVE CLOSE-PERIOD TO PERIOD-CLOSED-PERIOD
           MOVE CURRENT-STAMP TO PERIOD-CLOSED-STAMP
           WRITE REPORT-LINE FROM PERIOD-CLOSED-LINE
           IF PROOF-OVERRIDE-USED
               MOVE PROOF-APPROVER TO OVERRIDE-REPORT-APPROVER
               MOVE CURRENT-STAMP TO OVERRIDE-REPORT-STAMP
               WRITE REPORT-LINE FROM PROOF-OVERRIDE-REPORT-LINE
               CLOSE REPORT-FILE
               STOP RUN WITH ERROR STATUS 4
           END-IF
           CLOSE REPORT-FILE
           STOP RUN.

               MOVE RUN-DATE(1:6) TO CLOSE-PERIOD
           END-IF.

       RESOLVE-BATCH-ID.
           DISPLAY BATCH-ID-NAME UPON ENVIRONMENT-NAME
           ACCEPT BATCH-ID FROM ENVIRONMENT-VALUE
           IF BATCH-ID = SPACES
               MOVE "DAY01P01" TO BATCH-ID
           END-IF.

       RESOLVE-ACKNOWLEDGMENT-DSN.
           DISPLAY ACKNOWLEDGMENT-DD-NAME UPON ENVIRONMENT-NAME
           ACCEPT ACKNOWLEDGMENT-DSN FROM ENVIRONMENT-VALUE
           IF ACKNOWLEDGMENT-DSN = SPACES
               MOVE "CALGLACK.TXT" TO ACKNOWLEDGMENT-DSN
           END-IF.

       RESOLVE-PROOF-OVERRIDE.
           DISPLAY PROOF-OVERRIDE-NAME UPON ENVIRONMENT-NAME
           ACCEPT PROOF-OVERRIDE-SW FROM ENVIRONMENT-VALUE
           IF PROOF-OVERRIDE-SW NOT = "Y"
               MOVE "N" TO PROOF-OVERRIDE-SW
           END-IF
           DISPLAY PROOF-APPROVER-NAME UPON ENVIRONMENT-NAME
           ACCEPT PROOF-APPROVER FROM ENVIRONMENT-VALUE.

       GET-TIMESTAMP.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT STAMP-TIME FROM TIME
           MOVE LOW-DAY-DATE TO CLOSE-DETAIL-LOW-DATE
           MOVE LOW-DAY-AMOUNT TO CLOSE-DETAIL-LOW-AMT
           WRITE REPORT-LINE FROM CLOSE-DETAIL-LINE.

      * THE PROOF TIES THREE FIGURES FOR EACH BUSINESS DATE: THE
      * LEDGER *TOTAL* THE CLOSE IS ABOUT TO ROLL UP, THE NET OF WHAT
      * WAS SENT TO THE GL, AND WHAT THE GL SAYS IT POSTED.  IT RUNS
      * BEFORE ANYTHING IS WRITTEN SO A REFUSED CLOSE LEAVES THE
      * LEDGER AND PERIOD CONTROL MASTERS UNTOUCHED.
       PROVE-PERIOD.
           MOVE BATCH-ID TO PROOF-HEADING-BATCH
           WRITE REPORT-LINE FROM PROOF-HEADING-LINE
           WRITE REPORT-LINE FROM PROOF-COLUMN-LINE
           PERFORM COLLECT-LEDGER-DATES
           PERFORM LOAD-GL-HISTORY
           PERFORM LOAD-ACKNOWLEDGMENTS
           PERFORM VARYING PROOF-IX FROM 1 BY 1
           UNTIL PROOF-IX > PROOF-DATE-COUNT
               PERFORM PROVE-ONE-DATE
           END-PERFORM
           PERFORM WRITE-PROOF-SUMMARY.

      * THE *TOTAL* KEY IS THE LEDGER FIGURE; THE PER-SOURCE ROWS
      * (WRITTEN ONLY FOR SOURCES INCLUDED IN THE GL TOTAL) LET THE
      * PROOF EXPLAIN A LEDGER THAT IS HIGHER THAN WHAT WAS SENT.
       COLLECT-LEDGER-DATES.
           PERFORM VARYING SOURCE-IX FROM 1 BY 1
           UNTIL SOURCE-IX > CLOSE-SOURCE-COUNT
               PERFORM VARYING DAY-IX FROM 1 BY 1
               UNTIL DAY-IX > DAY-COUNT(SOURCE-IX)
                   MOVE DAY-DATE(SOURCE-IX, DAY-IX) TO SEARCH-DATE
                   PERFORM FIND-PROOF-DATE
                   IF CLOSE-SOURCE(SOURCE-IX) = "*TOTAL*"
                       SET PROOF-HAS-LEDGER(PROOF-MATCH-IX) TO TRUE
                       MOVE DAY-AMOUNT(SOURCE-IX, DAY-IX)
                           TO PROOF-LEDGER(PROOF-MATCH-IX)
                   ELSE
                       SET PROOF-HAS-SOURCES(PROOF-MATCH-IX) TO TRUE
                       ADD DAY-AMOUNT(SOURCE-IX, DAY-IX)
                           TO PROOF-SOURCE-SUM(PROOF-MATCH-IX)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * A RERUN SENDS THE WHOLE DAY AGAIN, SO EACH SNT ROW REPLACES
      * THE SENT FIGURE; SUP ROWS ADD TO IT AND ADJ ROWS ARE KEPT
      * APART.  THE RERUN ALSO REVERSES THE ADJ VOUCHER OF THE RUN IT
      * REPLACES, SO AN SNT ROW CLEARS THE ADJ ROWS BEFORE IT.  THE
      * GROSS OF EVERY ROW IS WHAT THE GL HOLDS IF NO EARLIER POSTING
      * WAS EVER BACKED OUT.
       LOAD-GL-HISTORY.
           MOVE "N" TO GL-HISTORY-EOF-SW
           OPEN INPUT GL-HISTORY-FILE
           PERFORM UNTIL GL-HISTORY-AT-END
               READ GL-HISTORY-FILE INTO GL-HISTORY-DATA
                   AT END SET GL-HISTORY-AT-END TO TRUE
                   NOT AT END
                       IF HISTORY-BATCH = BATCH-ID
                       AND HISTORY-DATE(1:6) = CLOSE-PERIOD
                       AND HISTORY-AMOUNT IS NUMERIC
                           PERFORM LOAD-ONE-GL-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-HISTORY-FILE.

       LOAD-ONE-GL-HISTORY-RECORD.
           MOVE HISTORY-DATE TO SEARCH-DATE
           PERFORM FIND-PROOF-DATE
           EVALUATE HISTORY-TYPE
               WHEN "SNT"
                   ADD 1 TO PROOF-SENT-COUNT(PROOF-MATCH-IX)
                   MOVE HISTORY-AMOUNT TO PROOF-SENT(PROOF-MATCH-IX)
                   MOVE 0 TO PROOF-ADJUSTED(PROOF-MATCH-IX)
               WHEN "SUP"
                   ADD HISTORY-AMOUNT TO PROOF-SENT(PROOF-MATCH-IX)
               WHEN "ADJ"
                   ADD HISTORY-AMOUNT
                       TO PROOF-ADJUSTED(PROOF-MATCH-IX)
           END-EVALUATE
           ADD 1 TO PROOF-GL-ROW-COUNT(PROOF-MATCH-IX)
           ADD HISTORY-AMOUNT TO PROOF-GROSS(PROOF-MATCH-IX).

      * AS IN THE GL RECONCILIATION, THE LAST ACKNOWLEDGMENT FOR A
      * BATCH AND DATE WINS.
       LOAD-ACKNOWLEDGMENTS.
           MOVE "N" TO ACKNOWLEDGMENT-EOF-SW
           OPEN INPUT ACKNOWLEDGMENT-FILE
           PERFORM UNTIL ACKNOWLEDGMENT-AT-END
               READ ACKNOWLEDGMENT-FILE INTO ACKNOWLEDGMENT-DATA
                   AT END SET ACKNOWLEDGMENT-AT-END TO TRUE
                   NOT AT END
                       IF ACK-BATCH = BATCH-ID
                       AND ACK-DATE(1:6) = CLOSE-PERIOD
                           MOVE ACK-DATE TO SEARCH-DATE
                           PERFORM FIND-PROOF-DATE
                           SET PROOF-ACKNOWLEDGED(PROOF-MATCH-IX)
                               TO TRUE
                           MOVE ACK-STATUS
                               TO PROOF-ACK-STATUS(PROOF-MATCH-IX)
                           IF ACK-AMOUNT IS NUMERIC
                               MOVE ACK-AMOUNT
                                   TO PROOF-ACKED(PROOF-MATCH-IX)
                           ELSE
                               MOVE 0 TO PROOF-ACKED(PROOF-MATCH-IX)
                           END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ACKNOWLEDGMENT-FILE.

      * NEW DATES ARE INSERTED IN ORDER SO THE PROOF PRINTS BY DATE
      * WHICHEVER FILE FIRST NAMED THEM.
       FIND-PROOF-DATE.
           MOVE 0 TO PROOF-MATCH-IX
           PERFORM VARYING PROOF-IX FROM 1 BY 1
           UNTIL PROOF-IX > PROOF-DATE-COUNT
            OR PROOF-MATCH-IX > 0
               IF PROOF-DATE(PROOF-IX) = SEARCH-DATE
                   MOVE PROOF-IX TO PROOF-MATCH-IX
               END-IF
           END-PERFORM
           IF PROOF-MATCH-IX = 0
               IF PROOF-DATE-COUNT >= PROOF-DATE-LIMIT
                   DISPLAY "PROOF DATE TABLE IS FULL AT "
                       PROOF-DATE-LIMIT " ENTRIES"
                   DISPLAY "OPERATOR ACTION REQUIRED - CHECK "
                       "CALHIST.TXT AND CALGLHST.TXT FOR DATES "
                       "OUTSIDE THE CALENDAR"
                   CLOSE REPORT-FILE
                   STOP RUN WITH ERROR STATUS 16
               END-IF
               PERFORM INSERT-PROOF-DATE
           END-IF.

       INSERT-PROOF-DATE.
           MOVE 0 TO PROOF-MATCH-IX
           PERFORM VARYING PROOF-IX FROM 1 BY 1
           UNTIL PROOF-IX > PROOF-DATE-COUNT
            OR PROOF-MATCH-IX > 0
               IF PROOF-DATE(PROOF-IX) > SEARCH-DATE
                   MOVE PROOF-IX TO PROOF-MATCH-IX
               END-IF
           END-PERFORM
           IF PROOF-MATCH-IX = 0
               COMPUTE PROOF-MATCH-IX = PROOF-DATE-COUNT + 1
           END-IF
           PERFORM VARYING SHIFT-IX FROM PROOF-DATE-COUNT BY -1
           UNTIL SHIFT-IX < PROOF-MATCH-IX
               MOVE PROOF-ENTRY(SHIFT-IX) TO PROOF-ENTRY(SHIFT-IX + 1)
           END-PERFORM
           ADD 1 TO PROOF-DATE-COUNT
           MOVE SEARCH-DATE TO PROOF-DATE(PROOF-MATCH-IX)
           MOVE "N" TO PROOF-LEDGER-SW(PROOF-MATCH-IX)
           MOVE 0 TO PROOF-LEDGER(PROOF-MATCH-IX)
           MOVE "N" TO PROOF-SOURCE-SW(PROOF-MATCH-IX)
           MOVE 0 TO PROOF-SOURCE-SUM(PROOF-MATCH-IX)
           MOVE 0 TO PROOF-GL-ROW-COUNT(PROOF-MATCH-IX)
           MOVE 0 TO PROOF-SENT-COUNT(PROOF-MATCH-IX)
           MOVE 0 TO PROOF-SENT(PROOF-MATCH-IX)
           MOVE 0 TO PROOF-ADJUSTED(PROOF-MATCH-IX)
           MOVE 0 TO PROOF-GROSS(PROOF-MATCH-IX)
           MOVE "N" TO PROOF-ACK-SW(PROOF-MATCH-IX)
           MOVE SPACES TO PROOF-ACK-STATUS(PROOF-MATCH-IX)
           MOVE 0 TO PROOF-ACKED(PROOF-MATCH-IX).

      * A BREAK IS EXPLAINED WHEN ITS CAUSE IS A KNOWN, LEGITIMATE
      * DIFFERENCE BETWEEN THE FIGURES: SOURCES KEPT OUT OF THE GL
      * TOTAL, A CORRECTION ADJUSTMENT THAT THE LEDGER NEVER CARRIES,
      * A BATCH THE GL HAS NOT YET ACKNOWLEDGED, OR A RERUN WHOSE
      * EARLIER POSTING THE GL STILL HOLDS.  ANYTHING ELSE NEEDS
      * INVESTIGATION BEFORE THE PERIOD CAN CLOSE.
       PROVE-ONE-DATE.
           MOVE 0 TO BREAK-COUNT
           MOVE 0 TO DATE-UNEXPLAINED-COUNT
           COMPUTE GL-NET-AMOUNT =
               PROOF-SENT(PROOF-IX) + PROOF-ADJUSTED(PROOF-IX)
           EVALUATE TRUE
               WHEN NOT PROOF-HAS-LEDGER(PROOF-IX)
                   IF PROOF-GL-ROW-COUNT(PROOF-IX) > 0
                       MOVE "GL HISTORY HAS NO LEDGER TOTAL"
                           TO BREAK-REASON
                       MOVE GL-NET-AMOUNT TO BREAK-AMOUNT
                       MOVE "N" TO BREAK-CLASS-SW
                       PERFORM RECORD-BREAK
                   END-IF
               WHEN PROOF-SENT-COUNT(PROOF-IX) = 0
                   MOVE "LEDGER TOTAL NEVER SENT TO GL"
                       TO BREAK-REASON
                   MOVE PROOF-LEDGER(PROOF-IX) TO BREAK-AMOUNT
                   MOVE "N" TO BREAK-CLASS-SW
                   PERFORM RECORD-BREAK
               WHEN PROOF-LEDGER(PROOF-IX) NOT = PROOF-SENT(PROOF-IX)
                   COMPUTE BREAK-AMOUNT =
                       PROOF-LEDGER(PROOF-IX) - PROOF-SENT(PROOF-IX)
                   IF PROOF-HAS-SOURCES(PROOF-IX)
                   AND PROOF-SOURCE-SUM(PROOF-IX)
                       = PROOF-SENT(PROOF-IX)
                       MOVE "SOURCES KEPT OUT OF GL TOTAL"
                           TO BREAK-REASON
                       MOVE "Y" TO BREAK-CLASS-SW
                   ELSE
                       MOVE "LEDGER DOES NOT AGREE WITH GL SENT"
                           TO BREAK-REASON
                       MOVE "N" TO BREAK-CLASS-SW
                   END-IF
                   PERFORM RECORD-BREAK
           END-EVALUATE
           IF PROOF-ADJUSTED(PROOF-IX) NOT = 0
               MOVE "ADJUSTMENT NOT IN HISTORY" TO BREAK-REASON
               MOVE PROOF-ADJUSTED(PROOF-IX) TO BREAK-AMOUNT
               MOVE "Y" TO BREAK-CLASS-SW
               PERFORM RECORD-BREAK
           END-IF
           PERFORM PROVE-ACKNOWLEDGMENT
           PERFORM WRITE-PROOF-DATE.

       PROVE-ACKNOWLEDGMENT.
           EVALUATE TRUE
               WHEN PROOF-GL-ROW-COUNT(PROOF-IX) = 0
                   IF PROOF-ACKNOWLEDGED(PROOF-IX)
                       MOVE "GL ACK WITH NO GL HISTORY"
                           TO BREAK-REASON
                       MOVE PROOF-ACKED(PROOF-IX) TO BREAK-AMOUNT
                       MOVE "N" TO BREAK-CLASS-SW
                       PERFORM RECORD-BREAK
                   END-IF
               WHEN NOT PROOF-ACKNOWLEDGED(PROOF-IX)
                   MOVE "UNACKNOWLEDGED BY GL" TO BREAK-REASON
                   MOVE GL-NET-AMOUNT TO BREAK-AMOUNT
                   MOVE "Y" TO BREAK-CLASS-SW
                   PERFORM RECORD-BREAK
               WHEN PROOF-ACK-STATUS(PROOF-IX) NOT = "POSTED"
                   MOVE "REJECTED BY GL" TO BREAK-REASON
                   MOVE GL-NET-AMOUNT TO BREAK-AMOUNT
                   MOVE "N" TO BREAK-CLASS-SW
                   PERFORM RECORD-BREAK
               WHEN PROOF-ACKED(PROOF-IX) NOT = GL-NET-AMOUNT
                   COMPUTE BREAK-AMOUNT =
                       PROOF-ACKED(PROOF-IX) - GL-NET-AMOUNT
                   IF PROOF-SENT-COUNT(PROOF-IX) > 1
                   AND PROOF-ACKED(PROOF-IX) = PROOF-GROSS(PROOF-IX)
                       MOVE "RERUN, EARLIER RUN NOT BACKED OUT"
                           TO BREAK-REASON
                       MOVE "Y" TO BREAK-CLASS-SW
                   ELSE
                       MOVE "GL ACK DOES NOT AGREE WITH HISTORY"
                           TO BREAK-REASON
                       MOVE "N" TO BREAK-CLASS-SW
                   END-IF
                   PERFORM RECORD-BREAK
           END-EVALUATE.

       RECORD-BREAK.
           IF BREAK-EXPLAINED
               ADD 1 TO EXPLAINED-BREAK-COUNT
           ELSE
               ADD 1 TO UNEXPLAINED-BREAK-COUNT
               ADD 1 TO DATE-UNEXPLAINED-COUNT
           END-IF
           IF BREAK-COUNT < BREAK-LIMIT
               ADD 1 TO BREAK-COUNT
               MOVE BREAK-REASON TO BREAK-ENTRY-REASON(BREAK-COUNT)
               MOVE BREAK-AMOUNT TO BREAK-ENTRY-AMOUNT(BREAK-COUNT)
               MOVE BREAK-CLASS-SW TO BREAK-ENTRY-CLASS(BREAK-COUNT)
           END-IF.

       WRITE-PROOF-DATE.
           MOVE SPACES TO PROOF-DETAIL-LINE
           MOVE PROOF-DATE(PROOF-IX) TO PROOF-DETAIL-DATE
           MOVE PROOF-LEDGER(PROOF-IX) TO PROOF-DETAIL-LEDGER
           MOVE GL-NET-AMOUNT TO PROOF-DETAIL-NET
           MOVE PROOF-ACKED(PROOF-IX) TO PROOF-DETAIL-ACKED
           EVALUATE TRUE
               WHEN BREAK-COUNT = 0
                   MOVE "AGREES" TO PROOF-DETAIL-RESULT
                   ADD 1 TO DATES-AGREED
               WHEN DATE-UNEXPLAINED-COUNT = 0
                   MOVE "EXPLAINED" TO PROOF-DETAIL-RESULT
               WHEN OTHER
                   MOVE "UNEXPLAINED" TO PROOF-DETAIL-RESULT
           END-EVALUATE
           WRITE REPORT-LINE FROM PROOF-DETAIL-LINE
           PERFORM VARYING BREAK-IX FROM 1 BY 1
           UNTIL BREAK-IX > BREAK-COUNT
               MOVE BREAK-ENTRY-REASON(BREAK-IX) TO BREAK-DETAIL-REASON
               MOVE BREAK-ENTRY-AMOUNT(BREAK-IX) TO BREAK-DETAIL-AMOUNT
               IF BREAK-ENTRY-CLASS(BREAK-IX) = "Y"
                   MOVE "EXPLAINED" TO BREAK-DETAIL-CLASS
               ELSE
                   MOVE "UNEXPLAINED" TO BREAK-DETAIL-CLASS
               END-IF
               WRITE REPORT-LINE FROM BREAK-DETAIL-LINE
           END-PERFORM.

       WRITE-PROOF-SUMMARY.
           MOVE SPACES TO SUMMARY-LINE
           MOVE "PROOF DATES:" TO SUMMARY-LABEL
           MOVE PROOF-DATE-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "PROOF DATES AGREED:" TO SUMMARY-LABEL
           MOVE DATES-AGREED TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "EXPLAINED BREAKS:" TO SUMMARY-LABEL
           MOVE EXPLAINED-BREAK-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "UNEXPLAINED BREAKS:" TO SUMMARY-LABEL
           MOVE UNEXPLAINED-BREAK-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE.

      * THE SIGN-OFF IS KEPT AGAINST THE PERIOD SO AUDIT CAN SEE WHO
      * ACCEPTED THE UNEXPLAINED BREAKS AND HOW MANY THERE WERE.
       RECORD-PROOF-OVERRIDE.
           MOVE SPACES TO PROOF-OVERRIDE-DATA
           MOVE CLOSE-PERIOD TO OVERRIDE-PERIOD
           MOVE CURRENT-STAMP TO OVERRIDE-STAMP
           MOVE PROOF-APPROVER TO OVERRIDE-APPROVER
           MOVE BATCH-ID TO OVERRIDE-BATCH
           MOVE UNEXPLAINED-BREAK-COUNT TO OVERRIDE-UNEXPLAINED
           MOVE EXPLAINED-BREAK-COUNT TO OVERRIDE-EXPLAINED
           OPEN EXTEND PROOF-OVERRIDE-FILE
           WRITE PROOF-OVERRIDE-LINE FROM PROOF-OVERRIDE-DATA
           CLOSE PROOF-OVERRIDE-FILE
           SET PROOF-OVERRIDE-USED TO TRUE.
