       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-01-OVERRIDE-AUDIT.
       AUTHOR. ALEJANDRO VILLANUEVA.

      * CHANGE LOG
      * 2026-09-23  NEW PROGRAM.  PERIODIC OVERRIDE AUDIT REPORT:
      *             READS THE PERMANENT OVERRIDE LOG (CALOVRL.TXT)
      *             WRITTEN BY THE CALIBRATION RUN AND THE CORRECTION
      *             CYCLE, AND PRINTS (CALOVRA.TXT) EVERY OVERRIDE
      *             USED IN THE PERIOD BY OPERATOR, ACTION AND REASON
      *             CODE, WITH THE REASON DESCRIPTION FROM CALRSNC.TXT,
      *             THE NUMBER OF USES AND THE FIRST AND LAST BUSINESS
      *             DATE.  ANY OPERATOR WHO FORCED MORE RERUNS OVER A
      *             COMPLETE RUN (RUNOVRD) THAN THE LIMIT IN
      *             ENVIRONMENT NAME AUDLIMIT (DEFAULT 3) IS FLAGGED,
      *             AND THE RUN ENDS WITH RETURN CODE 4.  THE PERIOD
      *             COMES FROM ENVIRONMENT NAME AUDPER (YYYYMM) AND
      *             DEFAULTS TO THE RUN DATE'S MONTH.
      * 2026-10-06  A FORCED RERUN OF A PARTITIONED DAY LOGS RUNOVRD
      *             FOR EACH PARTITION RUN AND AGAIN FOR THE MERGE, SO
      *             ONLY THE UNPARTITIONED (OR MERGE) ROW NOW COUNTS
      *             TOWARD THE RERUN LIMIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC OS X.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OVERRIDE-LOG-FILE
           ASSIGN TO DISK "CALOVRL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REASON-CODE-FILE
           ASSIGN TO DISK "CALRSNC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REPORT-FILE ASSIGN TO DISK "CALOVRA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OVERRIDE-LOG-FILE.
       01  OVERRIDE-LOG-LINE PIC X(114).

       FD  REASON-CODE-FILE.
       01  REASON-CODE-LINE PIC X(56).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(107).

       WORKING-STORAGE SECTION.
       77  RUN-DATE PIC X(8).
       77  BUSINESS-DATE-NAME PIC X(10) VALUE "BUSDATE".
       77  BUSINESS-DATE-TEXT PIC X(8) VALUE SPACES.
       77  AUDIT-PERIOD-NAME PIC X(10) VALUE "AUDPER".
       77  AUDIT-PERIOD PIC X(6) VALUE SPACES.
       77  RERUN-LIMIT-NAME PIC X(10) VALUE "AUDLIMIT".
       77  RERUN-LIMIT-TEXT PIC X(3) VALUE SPACES.
       77  RERUN-LIMIT PIC 9(3) VALUE 3.

       77  OVERRIDE-LOG-EOF-SW PIC X VALUE "N".
           88 OVERRIDE-LOG-AT-END VALUE "Y".
       77  REASON-CODE-EOF-SW PIC X VALUE "N".
           88 REASON-CODE-AT-END VALUE "Y".

       77  REASON-CODE-LIMIT PIC 9(4) VALUE 50.
       77  REASON-CODE-COUNT PIC 9(4) VALUE ZERO.
       77  REASON-CODE-IX PIC 9(4) VALUE ZERO.
       77  REASON-CODE-MATCH-IX PIC 9(4) VALUE ZERO.
       01  REASON-CODE-TABLE.
           05 REASON-CODE-ENTRY OCCURS 50 TIMES.
               10 RSN-CODE      PIC X(4).
               10 RSN-DESC      PIC X(40).

      * THE USE TABLE IS KEPT IN OPERATOR, ACTION, REASON ORDER AS
      * ROWS ARE ADDED, SO THE REPORT PRINTS STRAIGHT FROM IT.
       77  USE-LIMIT PIC 9(4) VALUE 500.
       77  USE-COUNT PIC 9(4) VALUE ZERO.
       77  USE-IX PIC 9(4) VALUE ZERO.
       77  USE-MATCH-IX PIC 9(4) VALUE ZERO.
       77  SHIFT-IX PIC 9(4) VALUE ZERO.
       01  USE-TABLE.
           05 USE-ENTRY OCCURS 500 TIMES.
               10 USE-KEY.
                   15 USE-OPERATOR PIC X(8).
                   15 USE-ACTION   PIC X(8).
                   15 USE-REASON   PIC X(4).
               10 USE-TIMES        PIC 9(6).
               10 USE-FIRST-DATE   PIC X(8).
               10 USE-LAST-DATE    PIC X(8).

       77  OPERATOR-LIMIT PIC 9(4) VALUE 100.
       77  OPERATOR-COUNT PIC 9(4) VALUE ZERO.
       77  OPERATOR-IX PIC 9(4) VALUE ZERO.
       77  OPERATOR-MATCH-IX PIC 9(4) VALUE ZERO.
       01  OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 100 TIMES.
               10 OPER-ID          PIC X(8).
               10 OPER-USES        PIC 9(6).
               10 OPER-RERUNS      PIC 9(6).

       01  NEW-USE-KEY.
           05 NEW-OPERATOR PIC X(8).
           05 NEW-ACTION   PIC X(8).
           05 NEW-REASON   PIC X(4).

       77  LOG-READ-COUNT PIC 9(6) VALUE ZERO.
       77  PERIOD-USE-COUNT PIC 9(6) VALUE ZERO.
       77  FLAGGED-COUNT PIC 9(4) VALUE ZERO.

       01  OVERRIDE-LOG-DATA.
           05 OVRL-STAMP         PIC X(14).
           05 FILLER             PIC X(1).
           05 OVRL-DATE          PIC X(8).
           05 FILLER             PIC X(1).
           05 OVRL-BATCH         PIC X(8).
           05 FILLER             PIC X(1).
           05 OVRL-RUN-NO        PIC 9(4).
           05 FILLER             PIC X(1).
           05 OVRL-PARTITION     PIC X(2).
           05 FILLER             PIC X(1).
           05 OVRL-ACTION        PIC X(8).
           05 FILLER             PIC X(1).
           05 OVRL-OPERATOR      PIC X(8).
           05 FILLER             PIC X(1).
           05 OVRL-REASON        PIC X(4).
           05 FILLER             PIC X(1).
           05 OVRL-DETAIL        PIC X(50).

       01  REASON-CODE-DATA.
           05 RSN-CODE-IN        PIC X(4).
           05 FILLER             PIC X(1).
           05 RSN-ACTION-IN      PIC X(8).
           05 FILLER             PIC X(1).
           05 RSN-ACTIVE-IN      PIC X(1).
           05 FILLER             PIC X(1).
           05 RSN-DESC-IN        PIC X(40).

       01  REPORT-HEADING-LINE.
           05 FILLER PIC X(30) VALUE
              "OVERRIDE AUDIT REPORT, PERIOD ".
           05 REPORT-HEADING-PERIOD PIC X(6).
           05 FILLER PIC X(11) VALUE ", RUN DATE ".
           05 REPORT-HEADING-DATE PIC X(8).
           05 FILLER PIC X(14) VALUE ", RERUN LIMIT ".
           05 REPORT-HEADING-LIMIT PIC ZZ9.

       01  COLUMN-HEADING-LINE.
           05 FILLER PIC X(10) VALUE "OPERATOR".
           05 FILLER PIC X(10) VALUE "ACTION".
           05 FILLER PIC X(8)  VALUE "REASON".
           05 FILLER PIC X(42) VALUE "DESCRIPTION".
           05 FILLER PIC X(8)  VALUE "  USES".
           05 FILLER PIC X(10) VALUE "FIRST".
           05 FILLER PIC X(8)  VALUE "LAST".

       01  USE-DETAIL-LINE.
           05 USE-OUT-OPERATOR    PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 USE-OUT-ACTION      PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 USE-OUT-REASON      PIC X(4).
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 USE-OUT-DESC        PIC X(40).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 USE-OUT-TIMES       PIC ZZZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 USE-OUT-FIRST-DATE  PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 USE-OUT-LAST-DATE   PIC X(8).

       01  FLAG-HEADING-LINE.
           05 FILLER PIC X(47) VALUE
              "OPERATORS OVER THE FORCED-RERUN LIMIT (RUNOVRD)".

       01  FLAG-DETAIL-LINE.
           05 FILLER              PIC X(10) VALUE "FLAGGED   ".
           05 FLAG-OUT-OPERATOR   PIC X(8).
           05 FILLER              PIC X(8)  VALUE " FORCED ".
           05 FLAG-OUT-RERUNS     PIC ZZZZZ9.
           05 FILLER              PIC X(16) VALUE " RERUN(S), LIMIT".
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 FLAG-OUT-LIMIT      PIC ZZ9.

       01  NO-FLAG-LINE.
           05 FILLER PIC X(42) VALUE
              "NO OPERATOR IS OVER THE FORCED-RERUN LIMIT".

       01  SUMMARY-LINE.
           05 SUMMARY-LABEL PIC X(30).
           05 SUMMARY-VALUE PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM RESOLVE-AUDIT-PERIOD
           PERFORM RESOLVE-RERUN-LIMIT
           OPEN OUTPUT REPORT-FILE
           MOVE AUDIT-PERIOD TO REPORT-HEADING-PERIOD
           MOVE RUN-DATE TO REPORT-HEADING-DATE
           MOVE RERUN-LIMIT TO REPORT-HEADING-LIMIT
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE
           WRITE REPORT-LINE FROM COLUMN-HEADING-LINE
           PERFORM LOAD-REASON-CODES
           PERFORM LOAD-OVERRIDE-LOG
           PERFORM VARYING USE-IX FROM 1 BY 1
           UNTIL USE-IX > USE-COUNT
               PERFORM WRITE-USE-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM FLAG-HEADING-LINE
           PERFORM VARYING OPERATOR-IX FROM 1 BY 1
           UNTIL OPERATOR-IX > OPERATOR-COUNT
               IF OPER-RERUNS(OPERATOR-IX) > RERUN-LIMIT
                   PERFORM WRITE-FLAG-LINE
               END-IF
           END-PERFORM
           IF FLAGGED-COUNT = 0
               WRITE REPORT-LINE FROM NO-FLAG-LINE
           END-IF
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           IF FLAGGED-COUNT > 0
               STOP RUN WITH ERROR STATUS 4
           END-IF
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

       RESOLVE-AUDIT-PERIOD.
           DISPLAY AUDIT-PERIOD-NAME UPON ENVIRONMENT-NAME
           ACCEPT AUDIT-PERIOD FROM ENVIRONMENT-VALUE
           IF AUDIT-PERIOD = SPACES
           OR AUDIT-PERIOD IS NOT NUMERIC
               MOVE RUN-DATE(1:6) TO AUDIT-PERIOD
           END-IF.

      * THE LIMIT MAY BE GIVEN WITHOUT LEADING ZEROS; ANYTHING NOT
      * NUMERIC LEAVES THE DEFAULT IN PLACE.
       RESOLVE-RERUN-LIMIT.
           DISPLAY RERUN-LIMIT-NAME UPON ENVIRONMENT-NAME
           ACCEPT RERUN-LIMIT-TEXT FROM ENVIRONMENT-VALUE
           IF RERUN-LIMIT-TEXT NOT = SPACES
           AND FUNCTION TEST-NUMVAL(RERUN-LIMIT-TEXT) = 0
               MOVE FUNCTION NUMVAL(RERUN-LIMIT-TEXT) TO RERUN-LIMIT
           END-IF.

       LOAD-REASON-CODES.
           MOVE "N" TO REASON-CODE-EOF-SW
           OPEN INPUT REASON-CODE-FILE
           PERFORM UNTIL REASON-CODE-AT-END
               READ REASON-CODE-FILE INTO REASON-CODE-DATA
                   AT END SET REASON-CODE-AT-END TO TRUE
                   NOT AT END
                       IF REASON-CODE-DATA NOT = SPACES
                       AND REASON-CODE-COUNT < REASON-CODE-LIMIT
                           PERFORM FIND-REASON-CODE
                           IF REASON-CODE-MATCH-IX = 0
                               ADD 1 TO REASON-CODE-COUNT
                               MOVE RSN-CODE-IN
                                   TO RSN-CODE(REASON-CODE-COUNT)
                               MOVE RSN-DESC-IN
                                   TO RSN-DESC(REASON-CODE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REASON-CODE-FILE.

       FIND-REASON-CODE.
           MOVE 0 TO REASON-CODE-MATCH-IX
           PERFORM VARYING REASON-CODE-IX FROM 1 BY 1
           UNTIL REASON-CODE-IX > REASON-CODE-COUNT
            OR REASON-CODE-MATCH-IX > 0
               IF RSN-CODE(REASON-CODE-IX) = RSN-CODE-IN
                   MOVE REASON-CODE-IX TO REASON-CODE-MATCH-IX
               END-IF
           END-PERFORM.

       LOAD-OVERRIDE-LOG.
           MOVE "N" TO OVERRIDE-LOG-EOF-SW
           OPEN INPUT OVERRIDE-LOG-FILE
           PERFORM UNTIL OVERRIDE-LOG-AT-END
               READ OVERRIDE-LOG-FILE INTO OVERRIDE-LOG-DATA
                   AT END SET OVERRIDE-LOG-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO LOG-READ-COUNT
                       IF OVRL-DATE(1:6) = AUDIT-PERIOD
                           ADD 1 TO PERIOD-USE-COUNT
                           PERFORM NOTE-OVERRIDE-USE
                           PERFORM NOTE-OPERATOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERRIDE-LOG-FILE.

       NOTE-OVERRIDE-USE.
           MOVE OVRL-OPERATOR TO NEW-OPERATOR
           MOVE OVRL-ACTION TO NEW-ACTION
           MOVE OVRL-REASON TO NEW-REASON
           MOVE 0 TO USE-MATCH-IX
           PERFORM VARYING USE-IX FROM 1 BY 1
           UNTIL USE-IX > USE-COUNT
            OR USE-MATCH-IX > 0
               IF USE-KEY(USE-IX) = NEW-USE-KEY
                   MOVE USE-IX TO USE-MATCH-IX
               END-IF
           END-PERFORM
           IF USE-MATCH-IX = 0
               IF USE-COUNT >= USE-LIMIT
                   DISPLAY "OVERRIDE USE TABLE IS FULL AT " USE-LIMIT
                       " ENTRIES"
                   DISPLAY "OPERATOR ACTION REQUIRED - THE PERIOD "
                       "HOLDS MORE OPERATOR/ACTION/REASON "
                       "COMBINATIONS THAN THE REPORT CAN LIST; RAISE "
                       "THE TABLE LIMIT"
                   CLOSE OVERRIDE-LOG-FILE
                   CLOSE REPORT-FILE
                   STOP RUN WITH ERROR STATUS 16
               END-IF
               PERFORM INSERT-OVERRIDE-USE
           ELSE
               ADD 1 TO USE-TIMES(USE-MATCH-IX)
               IF OVRL-DATE < USE-FIRST-DATE(USE-MATCH-IX)
                   MOVE OVRL-DATE TO USE-FIRST-DATE(USE-MATCH-IX)
               END-IF
               IF OVRL-DATE > USE-LAST-DATE(USE-MATCH-IX)
                   MOVE OVRL-DATE TO USE-LAST-DATE(USE-MATCH-IX)
               END-IF
           END-IF.

      * A NEW KEY GOES AHEAD OF THE FIRST ENTRY THAT SORTS AFTER IT,
      * WITH THE REST OF THE TABLE MOVED DOWN ONE.
       INSERT-OVERRIDE-USE.
           MOVE 0 TO USE-MATCH-IX
           PERFORM VARYING USE-IX FROM 1 BY 1
           UNTIL USE-IX > USE-COUNT
            OR USE-MATCH-IX > 0
               IF USE-KEY(USE-IX) > NEW-USE-KEY
                   MOVE USE-IX TO USE-MATCH-IX
               END-IF
           END-PERFORM
           IF USE-MATCH-IX = 0
               COMPUTE USE-MATCH-IX = USE-COUNT + 1
           END-IF
           PERFORM VARYING SHIFT-IX FROM USE-COUNT BY -1
           UNTIL SHIFT-IX < USE-MATCH-IX
               MOVE USE-ENTRY(SHIFT-IX) TO USE-ENTRY(SHIFT-IX + 1)
           END-PERFORM
           ADD 1 TO USE-COUNT
           MOVE NEW-USE-KEY TO USE-KEY(USE-MATCH-IX)
           MOVE 1 TO USE-TIMES(USE-MATCH-IX)
           MOVE OVRL-DATE TO USE-FIRST-DATE(USE-MATCH-IX)
           MOVE OVRL-DATE TO USE-LAST-DATE(USE-MATCH-IX).

      * ONLY A RUNOVRD ROW IS A RERUN FORCED OVER A COMPLETE RUN;
      * THE CALIBRATION RUN LOGS NO OTHER USE OF THE SWITCH.  A
      * PARTITIONED DAY ONLY REACHES THE GL THROUGH ITS MERGE RUN,
      * WHICH MUST ITSELF BE FORCED OVER THE COMPLETE MERGE, SO THE
      * PARTITION RUNS' OWN RUNOVRD ROWS ARE NOT COUNTED AGAIN.
       NOTE-OPERATOR.
           MOVE 0 TO OPERATOR-MATCH-IX
           PERFORM VARYING OPERATOR-IX FROM 1 BY 1
           UNTIL OPERATOR-IX > OPERATOR-COUNT
            OR OPERATOR-MATCH-IX > 0
               IF OPER-ID(OPERATOR-IX) = OVRL-OPERATOR
                   MOVE OPERATOR-IX TO OPERATOR-MATCH-IX
               END-IF
           END-PERFORM
           IF OPERATOR-MATCH-IX = 0
               IF OPERATOR-COUNT >= OPERATOR-LIMIT
                   DISPLAY "OPERATOR TABLE IS FULL AT " OPERATOR-LIMIT
                       " ENTRIES"
                   DISPLAY "OPERATOR ACTION REQUIRED - RAISE THE "
                       "TABLE LIMIT AND RERUN THE AUDIT"
                   CLOSE OVERRIDE-LOG-FILE
                   CLOSE REPORT-FILE
                   STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO OPERATOR-COUNT
               MOVE OPERATOR-COUNT TO OPERATOR-MATCH-IX
               MOVE OVRL-OPERATOR TO OPER-ID(OPERATOR-MATCH-IX)
               MOVE 0 TO OPER-USES(OPERATOR-MATCH-IX)
               MOVE 0 TO OPER-RERUNS(OPERATOR-MATCH-IX)
           END-IF
           ADD 1 TO OPER-USES(OPERATOR-MATCH-IX)
           IF OVRL-ACTION = "RUNOVRD"
           AND OVRL-PARTITION = SPACES
               ADD 1 TO OPER-RERUNS(OPERATOR-MATCH-IX)
           END-IF.

       WRITE-USE-LINE.
           MOVE SPACES TO USE-DETAIL-LINE
           MOVE USE-OPERATOR(USE-IX) TO USE-OUT-OPERATOR
           MOVE USE-ACTION(USE-IX) TO USE-OUT-ACTION
           MOVE USE-REASON(USE-IX) TO USE-OUT-REASON
           MOVE USE-REASON(USE-IX) TO RSN-CODE-IN
           PERFORM FIND-REASON-CODE
           IF REASON-CODE-MATCH-IX > 0
               MOVE RSN-DESC(REASON-CODE-MATCH-IX) TO USE-OUT-DESC
           ELSE
               MOVE "*** REASON CODE NOT ON CALRSNC.TXT ***"
                   TO USE-OUT-DESC
           END-IF
           MOVE USE-TIMES(USE-IX) TO USE-OUT-TIMES
           MOVE USE-FIRST-DATE(USE-IX) TO USE-OUT-FIRST-DATE
           MOVE USE-LAST-DATE(USE-IX) TO USE-OUT-LAST-DATE
           WRITE REPORT-LINE FROM USE-DETAIL-LINE.

       WRITE-FLAG-LINE.
           MOVE OPER-ID(OPERATOR-IX) TO FLAG-OUT-OPERATOR
           MOVE OPER-RERUNS(OPERATOR-IX) TO FLAG-OUT-RERUNS
           MOVE RERUN-LIMIT TO FLAG-OUT-LIMIT
           WRITE REPORT-LINE FROM FLAG-DETAIL-LINE
           DISPLAY "OPERATOR " OPER-ID(OPERATOR-IX) " FORCED "
               OPER-RERUNS(OPERATOR-IX) " RERUNS IN PERIOD "
               AUDIT-PERIOD ", OVER THE LIMIT OF " RERUN-LIMIT
           ADD 1 TO FLAGGED-COUNT.

       WRITE-SUMMARY.
           MOVE SPACES TO SUMMARY-LINE
           MOVE "OVERRIDE LOG ROWS READ:" TO SUMMARY-LABEL
           MOVE LOG-READ-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "OVERRIDES USED IN PERIOD:" TO SUMMARY-LABEL
           MOVE PERIOD-USE-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "OPERATORS USING OVERRIDES:" TO SUMMARY-LABEL
           MOVE OPERATOR-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "OPERATORS FLAGGED:" TO SUMMARY-LABEL
           MOVE FLAGGED-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE.
