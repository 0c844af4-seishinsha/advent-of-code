      *             BUSINESS-DATE CONVENTION (ENVIRONMENT NAME
      *             BUSDATE, FALLING BACK TO THE SYSTEM DATE).  THE
      *             DIGDATE OVERRIDE IS KEPT AND STILL WINS.
      * 2026-09-14  EXCEPTION RECORD WIDENED TO 118 BYTES NOW THAT IT
      *             CARRIES THE SOURCE ID.
      * 2026-09-25  READS THE JOB-STREAM HOLD NOTICE FILE
      *             (CALHOLD.TXT) WRITTEN BY DAY-01-JOBSTREAM AND
      *             PRINTS EVERY HELD, STOPPED OR BLOCKED STEP FOR THE
      *             DIGEST DATE WITH THE OPERATOR ACTION NEEDED.  A
      *             HELD OR STOPPED STEP RAISES THE WORST RETURN CODE
      *             TO THE STEP'S OWN RETURN CODE; A BLOCKED STEP
      *             RAISES IT TO AT LEAST 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ASSIGN TO DISK "CALARCIX.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HOLD-NOTICE-FILE
           ASSIGN TO DISK "CALHOLD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REPORT-FILE ASSIGN TO DISK "CALDIG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       01  ACKNOWLEDGMENT-LINE PIC X(36).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE PIC X(118).

       FD  ARCHIVE-INDEX-FILE.
       01  ARCHIVE-INDEX-LINE PIC X(111).

       FD  HOLD-NOTICE-FILE.
       01  HOLD-NOTICE-LINE PIC X(122).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(107).

           88 EXCEPTION-AT-END VALUE "Y".
       77  INDEX-EOF-SW PIC X VALUE "N".
           88 INDEX-AT-END VALUE "Y".
       77  HOLD-NOTICE-EOF-SW PIC X VALUE "N".
           88 HOLD-NOTICE-AT-END VALUE "Y".

       77  STEP-LIMIT PIC 9(4) VALUE 20.
       77  STEP-COUNT PIC 9(4) VALUE ZERO.
               10 ENTRY-ACK-SW PIC X(1).
                   88 ENTRY-ACKNOWLEDGED VALUE "Y".

       77  NOTICE-LIMIT PIC 9(4) VALUE 40.
       77  NOTICE-COUNT PIC 9(4) VALUE ZERO.
       77  NOTICE-IX PIC 9(4) VALUE ZERO.
       01  NOTICE-TABLE.
           05 NOTICE-ENTRY OCCURS 40 TIMES.
               10 NOTICE-TYPE   PIC X(8).
               10 NOTICE-STEP   PIC X(20).
               10 NOTICE-RC     PIC X(2).
               10 NOTICE-ACTION PIC X(60).

       77  UNACKED-COUNT PIC 9(4) VALUE ZERO.
       77  EXCEPTION-COUNT PIC 9(6) VALUE ZERO.
       77  ARCHIVE-COUNT PIC 9(4) VALUE ZERO.
       77  HELD-STEP-COUNT PIC 9(4) VALUE ZERO.
       77  NOT-RUN-STEP-COUNT PIC 9(4) VALUE ZERO.
       77  NOTICE-RETURN-CODE PIC 9(2) VALUE ZERO.
       77  STEP-RETURN-CODE PIC 9(2) VALUE ZERO.
       77  WORST-RETURN-CODE PIC 9(2) VALUE ZERO.

           05 FILLER          PIC X(1).
           05 INDEX-DSN       PIC X(60).

       01  HOLD-NOTICE-DATA.
           05 HOLD-DATE          PIC X(8).
           05 FILLER             PIC X(1).
           05 HOLD-RUN-NO        PIC 9(4).
           05 FILLER             PIC X(1).
           05 HOLD-TYPE          PIC X(8).
           05 FILLER             PIC X(1).
           05 HOLD-STEP          PIC X(20).
           05 FILLER             PIC X(1).
           05 HOLD-RC            PIC X(2).
           05 FILLER             PIC X(1).
           05 HOLD-STAMP         PIC X(14).
           05 FILLER             PIC X(1).
           05 HOLD-ACTION        PIC X(60).

       01  REPORT-HEADING-LINE.
           05 FILLER PIC X(26) VALUE "NIGHT STATUS DIGEST, DATE ".
           05 REPORT-HEADING-DATE PIC X(8).
           05 FILLER PIC X(43) VALUE
              "NO RUN-CONTROL ATTEMPTS FOR THE DIGEST DATE".

       01  NOTICE-HEADING-LINE.
           05 FILLER PIC X(10) VALUE "JOB STREAM".
           05 FILLER PIC X(22) VALUE " STEP".
           05 FILLER PIC X(7)  VALUE "   RC".
           05 FILLER PIC X(23) VALUE "OPERATOR ACTION NEEDED".

       01  NOTICE-DETAIL-LINE.
           05 NOTICE-DETAIL-TYPE   PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 NOTICE-DETAIL-STEP   PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(3)  VALUE "RC ".
           05 NOTICE-DETAIL-RC     PIC X(2).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 NOTICE-DETAIL-ACTION PIC X(60).

       01  NO-NOTICES-LINE.
           05 FILLER PIC X(37) VALUE
              "NO JOB-STREAM STEP HELD OR LEFT UNRUN".

       01  SUMMARY-LINE.
           05 SUMMARY-LABEL PIC X(30).
           05 SUMMARY-VALUE PIC ZZZZZZZZ9.
           PERFORM COUNT-UNACKED
           PERFORM COUNT-EXCEPTIONS
           PERFORM COUNT-ARCHIVE-ENTRIES
           PERFORM LOAD-HOLD-NOTICES
           PERFORM GRADE-THE-NIGHT
           PERFORM WRITE-DIGEST
           STOP RUN WITH ERROR STATUS WORST-RETURN-CODE.
           END-PERFORM
           CLOSE ARCHIVE-INDEX-FILE.

      * THE DRIVER REWRITES CALHOLD.TXT ON EVERY ATTEMPT, SO WHAT IS
      * ON IT FOR THE DIGEST DATE IS THE STANDING OF THE LATEST ONE.
       LOAD-HOLD-NOTICES.
           MOVE "N" TO HOLD-NOTICE-EOF-SW
           OPEN INPUT HOLD-NOTICE-FILE
           PERFORM UNTIL HOLD-NOTICE-AT-END
               READ HOLD-NOTICE-FILE INTO HOLD-NOTICE-DATA
                   AT END SET HOLD-NOTICE-AT-END TO TRUE
                   NOT AT END
                       IF HOLD-DATE = DIGEST-DATE
                           PERFORM LOAD-ONE-HOLD-NOTICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-NOTICE-FILE.

       LOAD-ONE-HOLD-NOTICE.
           IF HOLD-TYPE = "BLOCKED"
               ADD 1 TO NOT-RUN-STEP-COUNT
           ELSE
               ADD 1 TO HELD-STEP-COUNT
           END-IF
           IF NOTICE-COUNT >= NOTICE-LIMIT
               DISPLAY "NOTICE TABLE IS FULL AT " NOTICE-LIMIT
                   " NOTICES - EXTRA NOTICES NOT DIGESTED"
           ELSE
               ADD 1 TO NOTICE-COUNT
               MOVE HOLD-TYPE TO NOTICE-TYPE(NOTICE-COUNT)
               MOVE HOLD-STEP TO NOTICE-STEP(NOTICE-COUNT)
               MOVE HOLD-RC TO NOTICE-RC(NOTICE-COUNT)
               MOVE HOLD-ACTION TO NOTICE-ACTION(NOTICE-COUNT)
           END-IF.

       GRADE-THE-NIGHT.
           MOVE 0 TO WORST-RETURN-CODE
           PERFORM VARYING STEP-IX FROM 1 BY 1
           END-IF
           IF ARCHIVE-COUNT = 0 AND WORST-RETURN-CODE < 4
               MOVE 4 TO WORST-RETURN-CODE
           END-IF
           PERFORM VARYING NOTICE-IX FROM 1 BY 1
           UNTIL NOTICE-IX > NOTICE-COUNT
               PERFORM GRADE-ONE-NOTICE
           END-PERFORM.

       GRADE-ONE-NOTICE.
           MOVE 4 TO NOTICE-RETURN-CODE
           IF NOTICE-TYPE(NOTICE-IX) NOT = "BLOCKED"
           AND NOTICE-RC(NOTICE-IX) IS NUMERIC
           AND NOTICE-RC(NOTICE-IX) > "04"
               MOVE NOTICE-RC(NOTICE-IX) TO NOTICE-RETURN-CODE
           END-IF
           IF NOTICE-RETURN-CODE > WORST-RETURN-CODE
               MOVE NOTICE-RETURN-CODE TO WORST-RETURN-CODE
           END-IF.

       GRADE-ONE-STEP.
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOTICE-COUNT = 0
               WRITE REPORT-LINE FROM NO-NOTICES-LINE
           ELSE
               WRITE REPORT-LINE FROM NOTICE-HEADING-LINE
               PERFORM VARYING NOTICE-IX FROM 1 BY 1
               UNTIL NOTICE-IX > NOTICE-COUNT
                   PERFORM WRITE-ONE-NOTICE
               END-PERFORM
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO SUMMARY-LINE
           MOVE "GL BATCHES UNACKNOWLEDGED:" TO SUMMARY-LABEL
           MOVE UNACKED-COUNT TO SUMMARY-VALUE
           MOVE "FILES ARCHIVED FOR DATE:" TO SUMMARY-LABEL
           MOVE ARCHIVE-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           MOVE "JOB-STREAM STEPS HELD/STOPPED:" TO SUMMARY-LABEL
           MOVE HELD-STEP-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           MOVE "JOB-STREAM STEPS NOT RUN:" TO SUMMARY-LABEL
           MOVE NOT-RUN-STEP-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           CLOSE REPORT-FILE.

       WRITE-ONE-STEP.
           MOVE STEP-END-STAMP(STEP-IX) TO STEP-DETAIL-END
           MOVE STEP-RETURN-CODE TO STEP-DETAIL-RC
           WRITE REPORT-LINE FROM STEP-DETAIL-LINE.

       WRITE-ONE-NOTICE.
           MOVE NOTICE-TYPE(NOTICE-IX) TO NOTICE-DETAIL-TYPE
           MOVE NOTICE-STEP(NOTICE-IX) TO NOTICE-DETAIL-STEP
           MOVE NOTICE-RC(NOTICE-IX) TO NOTICE-DETAIL-RC
           MOVE NOTICE-ACTION(NOTICE-IX) TO NOTICE-DETAIL-ACTION
           WRITE REPORT-LINE FROM NOTICE-DETAIL-LINE.
