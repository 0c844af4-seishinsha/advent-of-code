       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-01-JOBSTREAM.
       AUTHOR. ALEJANDRO VILLANUEVA.

      * CHANGE LOG
      * 2026-09-25  NEW PROGRAM.  NIGHTLY JOB-STREAM DRIVER: RUNS THE
      *             NIGHT'S STEPS (DAY-01-PART-01 THROUGH
      *             DAY-01-STATUS-DIGEST) IN THE ORDER GIVEN BY THE
      *             JOB-STREAM DEFINITION (CALJOBD.TXT), ALL UNDER THE
      *             ONE BUSINESS DATE RESOLVED AT THE START, SO THE
      *             OPERATORS NO LONGER START AND GATE EACH PROGRAM BY
      *             EYE.  EACH DEFINITION ROW IS ONE OF:
      *               STEP <STEP NAME 6-25> <COMMAND 27-86>
      *                    <Y IN 88 = RUN AGAIN ON EVERY ATTEMPT>
      *               PREQ <STEP NAME 6-25> <PREREQUISITE STEP 27-46>
      *               RC   <STEP NAME 6-25> <FROM RC 27-28>
      *                    <TO RC 30-31> <CONTINUE/HOLD/STOP 33-40>
      *                    <OPERATOR ACTION 42-91>
      *             A ROW WITH * IN COLUMN 1 IS A COMMENT.  PREQ AND
      *             RC ROWS FOLLOW THEIR STEP ROW, AND A PREREQUISITE
      *             MUST BE DEFINED AHEAD OF THE STEP THAT NEEDS IT.
      *             A RETURN CODE NO RC ROW COVERS CONTINUES WHEN IT
      *             IS ZERO AND STOPS THE STREAM OTHERWISE.  A HOLD
      *             KEEPS EVERY STEP THAT DEPENDS ON THE HELD STEP
      *             FROM RUNNING BUT LETS THE REST OF THE STREAM RUN;
      *             A STOP ENDS THE STREAM AT ONCE.  EACH STEP'S START,
      *             END AND RETURN CODE GO TO THE PERMANENT STEP LOG
      *             (CALJOBL.TXT).  A RESTART FOR THE SAME DATE SKIPS
      *             EVERY STEP ALREADY COMPLETE AND RESUMES FROM THE
      *             ONE THAT FAILED, EXCEPT A STEP MARKED TO RUN ON
      *             EVERY ATTEMPT (THE STATUS DIGEST), WHICH REPORTS
      *             AGAIN.  A HELD STEP IS RERUN ON RESTART
      *             UNLESS THE OPERATOR RELEASES IT WITH ENVIRONMENT
      *             NAME JOBRELS=<STEP NAME> (OPERID REQUIRED), WHICH
      *             LETS ITS DEPENDENTS RUN WITHOUT RERUNNING IT.
      *             EVERY HOLD, STOP AND BLOCKED STEP OF THE LATEST
      *             ATTEMPT IS WRITTEN TO THE HOLD NOTICE FILE
      *             (CALHOLD.TXT) WITH THE OPERATOR ACTION NEEDED, FOR
      *             THE MORNING STATUS DIGEST.  A BAD DEFINITION IS
      *             REFUSED WITH RETURN CODE 12 BEFORE ANY STEP RUNS;
      *             OTHERWISE THE DRIVER ENDS WITH THE WORST STEP
      *             RETURN CODE OF THE ATTEMPT.
      * 2026-10-03  THE HOLD NOTICE FILE IS NOW EMPTIED BEFORE THE
      *             DEFINITION IS CHECKED, AND EACH DEFINITION FAULT IS
      *             WRITTEN TO IT AS A REFUSED NOTICE WITH RETURN CODE
      *             12, SO THE STATUS DIGEST NO LONGER REPORTS THE
      *             PREVIOUS ATTEMPT'S NOTICES FOR A REFUSED STREAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC OS X.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEFINITION-FILE
           ASSIGN TO DISK "CALJOBD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STEP-LOG-FILE
           ASSIGN TO DISK "CALJOBL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HOLD-NOTICE-FILE
           ASSIGN TO DISK "CALHOLD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEFINITION-FILE.
       01  DEFINITION-LINE PIC X(100).

       FD  STEP-LOG-FILE.
       01  STEP-LOG-LINE PIC X(85).

       FD  HOLD-NOTICE-FILE.
       01  HOLD-NOTICE-LINE PIC X(122).

       WORKING-STORAGE SECTION.
       77  RUN-DATE PIC X(8).
       77  BUSINESS-DATE-NAME PIC X(10) VALUE "BUSDATE".
       77  BUSINESS-DATE-TEXT PIC X(8) VALUE SPACES.
       77  OPERATOR-ID PIC X(8) VALUE SPACES.
       77  OPERATOR-ID-NAME PIC X(10) VALUE "OPERID".
       77  RELEASE-STEP PIC X(20) VALUE SPACES.
       77  RELEASE-STEP-NAME PIC X(10) VALUE "JOBRELS".

       77  DEFINITION-EOF-SW PIC X VALUE "N".
           88 DEFINITION-AT-END VALUE "Y".
       77  STEP-LOG-EOF-SW PIC X VALUE "N".
           88 STEP-LOG-AT-END VALUE "Y".
       77  STREAM-STOPPED-SW PIC X VALUE "N".
           88 STREAM-STOPPED VALUE "Y".

       77  DEFINITION-LINE-NO PIC 9(4) VALUE ZERO.
       77  DEFINITION-FAULT-COUNT PIC 9(4) VALUE ZERO.
       77  DEFINITION-FAULT PIC X(50) VALUE SPACES.

      * ONE ENTRY PER STEP IN DEFINITION ORDER.  A PREREQUISITE IS
      * HELD AS THE TABLE POSITION OF THE STEP IT NAMES.
       77  STEP-LIMIT PIC 9(4) VALUE 20.
       77  STEP-COUNT PIC 9(4) VALUE ZERO.
       77  STEP-IX PIC 9(4) VALUE ZERO.
       77  MATCH-IX PIC 9(4) VALUE ZERO.
       77  OWNER-IX PIC 9(4) VALUE ZERO.
       77  SEARCH-STEP-NAME PIC X(20) VALUE SPACES.
       77  PREQ-LIMIT PIC 9(4) VALUE 5.
       77  PREQ-IX PIC 9(4) VALUE ZERO.
       77  BLOCKING-IX PIC 9(4) VALUE ZERO.
       77  RULE-LIMIT PIC 9(4) VALUE 10.
       77  RULE-IX PIC 9(4) VALUE ZERO.
       77  RULE-MATCH-IX PIC 9(4) VALUE ZERO.
       01  STEP-TABLE.
           05 STEP-ENTRY OCCURS 20 TIMES.
               10 STEP-NAME        PIC X(20).
               10 STEP-COMMAND     PIC X(60).
               10 STEP-EVERY-SW    PIC X(1).
                   88 STEP-EVERY-ATTEMPT VALUE "Y".
               10 STEP-PREQ-COUNT  PIC 9(4).
               10 STEP-PREQ        PIC 9(4) OCCURS 5 TIMES.
               10 STEP-RULE-COUNT  PIC 9(4).
               10 STEP-RULE OCCURS 10 TIMES.
                   15 RULE-LOW         PIC 9(2).
                   15 RULE-HIGH        PIC 9(2).
                   15 RULE-DISPOSITION PIC X(8).
                   15 RULE-ACTION      PIC X(50).
               10 STEP-LAST-STATUS PIC X(8).
               10 STEP-DONE-SW     PIC X(1).
                   88 STEP-DONE VALUE "Y".

       77  LAST-STREAM-RUN-NO PIC 9(4) VALUE ZERO.
       77  STREAM-RUN-NO PIC 9(4) VALUE ZERO.
       77  SYSTEM-STATUS PIC S9(9) VALUE ZERO.
       77  SIGNAL-PART PIC S9(9) VALUE ZERO.
       77  EXIT-CODE PIC S9(9) VALUE ZERO.
       77  STEP-RC PIC 9(2) VALUE ZERO.
       77  RC-TEXT PIC 9(2) VALUE ZERO.
       77  NOTICE-RC PIC X(2) VALUE SPACES.
       77  NOTICE-STEP PIC X(20) VALUE SPACES.
       77  WORST-RC PIC 9(2) VALUE ZERO.
       77  STEP-DISPOSITION PIC X(8) VALUE SPACES.
       77  STEP-ACTION PIC X(60) VALUE SPACES.
       77  STEP-START-STAMP PIC X(14) VALUE SPACES.
       77  SHELL-COMMAND PIC X(60) VALUE SPACES.

       77  SKIPPED-COUNT PIC 9(4) VALUE ZERO.
       77  RUN-COUNT PIC 9(4) VALUE ZERO.
       77  HELD-COUNT PIC 9(4) VALUE ZERO.
       77  BLOCKED-COUNT PIC 9(4) VALUE ZERO.
       77  STOPPED-COUNT PIC 9(4) VALUE ZERO.

       77  CURRENT-STAMP PIC X(14) VALUE SPACES.
       77  STAMP-DATE PIC X(8).
       77  STAMP-TIME PIC X(8).

       01  DEFINITION-DATA.
           05 DEF-TYPE           PIC X(4).
           05 FILLER             PIC X(1).
           05 DEF-STEP           PIC X(20).
           05 FILLER             PIC X(1).
           05 DEF-REST           PIC X(74).

       01  STEP-ROW-DATA.
           05 DEF-COMMAND        PIC X(60).
           05 FILLER             PIC X(1).
           05 DEF-EVERY-ATTEMPT  PIC X(1).
           05 FILLER             PIC X(12).

       01  PREQ-ROW-DATA.
           05 DEF-PREQ-STEP      PIC X(20).
           05 FILLER             PIC X(54).

       01  RC-ROW-DATA.
           05 DEF-RC-LOW         PIC X(2).
           05 FILLER             PIC X(1).
           05 DEF-RC-HIGH        PIC X(2).
           05 FILLER             PIC X(1).
           05 DEF-DISPOSITION    PIC X(8).
           05 FILLER             PIC X(1).
           05 DEF-ACTION         PIC X(50).
           05 FILLER             PIC X(9).

       01  STEP-LOG-DATA.
           05 JOBL-DATE          PIC X(8).
           05 FILLER             PIC X(1).
           05 JOBL-RUN-NO        PIC 9(4).
           05 FILLER             PIC X(1).
           05 JOBL-STEP          PIC X(20).
           05 FILLER             PIC X(1).
           05 JOBL-STATUS        PIC X(8).
           05 FILLER             PIC X(1).
           05 JOBL-START-STAMP   PIC X(14).
           05 FILLER             PIC X(1).
           05 JOBL-END-STAMP     PIC X(14).
           05 FILLER             PIC X(1).
           05 JOBL-RC            PIC X(2).
           05 FILLER             PIC X(1).
           05 JOBL-OPERATOR      PIC X(8).

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

       01  UNCOVERED-ACTION-TEXT.
           05 FILLER PIC X(17) VALUE "NO RULE COVERS RC".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 UNCOVERED-RC       PIC 9(2).
           05 FILLER PIC X(40) VALUE
              " - CHECK THE STEP OUTPUT, THEN RESTART".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM RESOLVE-OPERATOR-ID
           PERFORM RESOLVE-RELEASE-STEP
           OPEN OUTPUT HOLD-NOTICE-FILE
           CLOSE HOLD-NOTICE-FILE
           PERFORM LOAD-DEFINITION
           IF DEFINITION-FAULT-COUNT > 0
               DISPLAY "RUN REFUSED - " DEFINITION-FAULT-COUNT
                   " FAULT(S) IN THE JOB-STREAM DEFINITION"
               DISPLAY "OPERATOR ACTION REQUIRED - CORRECT CALJOBD.TXT "
                   "AND RESTART THE STREAM"
               STOP RUN WITH ERROR STATUS 12
           END-IF
           PERFORM LOAD-STEP-LOG
           PERFORM CHECK-RELEASE
           COMPUTE STREAM-RUN-NO = LAST-STREAM-RUN-NO + 1
           DISPLAY "JOB STREAM FOR " RUN-DATE " ATTEMPT " STREAM-RUN-NO
               ", " STEP-COUNT " STEP(S)"
           IF RELEASE-STEP NOT = SPACES
               PERFORM RELEASE-HELD-STEP
           END-IF
           PERFORM VARYING STEP-IX FROM 1 BY 1
           UNTIL STEP-IX > STEP-COUNT
            OR STREAM-STOPPED
               PERFORM PROCESS-ONE-STEP
           END-PERFORM
           PERFORM DISPLAY-STREAM-SUMMARY
           IF WORST-RC < 4
           AND (HELD-COUNT > 0 OR BLOCKED-COUNT > 0
                OR STOPPED-COUNT > 0)
               MOVE 4 TO WORST-RC
           END-IF
           IF WORST-RC > 0
               STOP RUN WITH ERROR STATUS WORST-RC
           END-IF
           STOP RUN.

      * THE DATE IS RESOLVED ONCE AND PUT BACK INTO THE ENVIRONMENT
      * SO EVERY STEP RUNS UNDER IT, EVEN ONE STARTED AFTER MIDNIGHT.
       RESOLVE-BUSINESS-DATE.
           DISPLAY BUSINESS-DATE-NAME UPON ENVIRONMENT-NAME
           ACCEPT BUSINESS-DATE-TEXT FROM ENVIRONMENT-VALUE
           IF BUSINESS-DATE-TEXT NOT = SPACES
           AND BUSINESS-DATE-TEXT IS NUMERIC
               MOVE BUSINESS-DATE-TEXT TO RUN-DATE
           ELSE
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF
           DISPLAY BUSINESS-DATE-NAME UPON ENVIRONMENT-NAME
           DISPLAY RUN-DATE UPON ENVIRONMENT-VALUE.

       RESOLVE-OPERATOR-ID.
           DISPLAY OPERATOR-ID-NAME UPON ENVIRONMENT-NAME
           ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.

       RESOLVE-RELEASE-STEP.
           DISPLAY RELEASE-STEP-NAME UPON ENVIRONMENT-NAME
           ACCEPT RELEASE-STEP FROM ENVIRONMENT-VALUE.

       LOAD-DEFINITION.
           MOVE "N" TO DEFINITION-EOF-SW
           OPEN INPUT DEFINITION-FILE
           PERFORM UNTIL DEFINITION-AT-END
               READ DEFINITION-FILE INTO DEFINITION-DATA
                   AT END SET DEFINITION-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO DEFINITION-LINE-NO
                       IF DEFINITION-DATA NOT = SPACES
                       AND DEFINITION-DATA(1:1) NOT = "*"
                           PERFORM LOAD-ONE-DEFINITION-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEFINITION-FILE
           IF STEP-COUNT = 0
               MOVE 0 TO DEFINITION-LINE-NO
               MOVE "NO STEP ROWS IN CALJOBD.TXT" TO DEFINITION-FAULT
               PERFORM NOTE-DEFINITION-FAULT
           END-IF.

       LOAD-ONE-DEFINITION-ROW.
           MOVE DEF-STEP TO SEARCH-STEP-NAME
           PERFORM FIND-STEP
           EVALUATE DEF-TYPE
               WHEN "STEP"
                   PERFORM LOAD-STEP-ROW
               WHEN "PREQ"
                   PERFORM LOAD-PREQ-ROW
               WHEN "RC"
                   PERFORM LOAD-RC-ROW
               WHEN OTHER
                   MOVE "ROW TYPE IS NOT STEP, PREQ OR RC"
                       TO DEFINITION-FAULT
                   PERFORM NOTE-DEFINITION-FAULT
           END-EVALUATE.

       LOAD-STEP-ROW.
           MOVE DEF-REST TO STEP-ROW-DATA
           EVALUATE TRUE
               WHEN DEF-STEP = SPACES
                   MOVE "STEP NAME IS BLANK" TO DEFINITION-FAULT
                   PERFORM NOTE-DEFINITION-FAULT
               WHEN MATCH-IX > 0
                   MOVE "STEP IS DEFINED TWICE" TO DEFINITION-FAULT
                   PERFORM NOTE-DEFINITION-FAULT
               WHEN DEF-COMMAND = SPACES
                   MOVE "STEP HAS NO COMMAND" TO DEFINITION-FAULT
                   PERFORM NOTE-DEFINITION-FAULT
               WHEN DEF-EVERY-ATTEMPT NOT = SPACE
               AND DEF-EVERY-ATTEMPT NOT = "Y"
                   MOVE "EVERY-ATTEMPT FLAG IS NOT Y OR BLANK"
                       TO DEFINITION-FAULT
                   PERFORM NOTE-DEFINITION-FAULT
               WHEN OTHER
                   IF STEP-COUNT >= STEP-LIMIT
                       DISPLAY "STEP TABLE IS FULL AT " STEP-LIMIT
                           " STEPS"
                       DISPLAY "OPERATOR ACTION REQUIRED - SPLIT THE "
                           "JOB STREAM OR RAISE STEP-LIMIT"
                       CLOSE DEFINITION-FILE
                       STOP RUN WITH ERROR STATUS 16
                   END-IF
                   ADD 1 TO STEP-COUNT
                   MOVE DEF-STEP TO STEP-NAME(STEP-COUNT)
                   MOVE DEF-COMMAND TO STEP-COMMAND(STEP-COUNT)
                   MOVE DEF-EVERY-ATTEMPT TO STEP-EVERY-SW(STEP-COUNT)
                   MOVE 0 TO STEP-PREQ-COUNT(STEP-COUNT)
                   MOVE 0 TO STEP-RULE-COUNT(STEP-COUNT)
                   MOVE SPACES TO STEP-LAST-STATUS(STEP-COUNT)
                   MOVE "N" TO STEP-DONE-SW(STEP-COUNT)
           END-EVALUATE.

      * THE PREREQUISITE HAS TO BE ON FILE ALREADY, WHICH ALSO KEEPS
      * A STEP FROM WAITING ON ITSELF OR ON A LATER STEP.
       LOAD-PREQ-ROW.
           MOVE DEF-REST TO PREQ-ROW-DATA
           MOVE MATCH-IX TO OWNER-IX
           MOVE DEF-PREQ-STEP TO SEARCH-STEP-NAME
           PERFORM FIND-STEP
           EVALUATE TRUE
               WHEN OWNER-IX = 0
                   MOVE "PREQ ROW DOES NOT FOLLOW ITS STEP ROW"
                       TO DEFINITION-FAULT
                   PERFORM NOTE-DEFINITION-FAULT
               WHEN MATCH-IX = 0
               OR MATCH-IX >= OWNER-IX
                   MOVE "PREREQUISITE IS NOT A STEP DEFINED AHEAD OF IT"
                       TO DEFINITION-FAULT
                   PERFORM NOTE-DEFINITION-FAULT
               WHEN STEP-PREQ-COUNT(OWNER-IX) >= PREQ-LIMIT
                   MOVE "STEP HAS MORE THAN 5 PREREQUISITES"
                       TO DEFINITION-FAULT
                   PERFORM NOTE-DEFINITION-FAULT
               WHEN OTHER
                   ADD 1 TO STEP-PREQ-COUNT(OWNER-IX)
                   MOVE MATCH-IX
                       TO STEP-PREQ(OWNER-IX, STEP-PREQ-COUNT(OWNER-IX))
           END-EVALUATE.

       LOAD-RC-ROW.
           MOVE DEF-REST TO RC-ROW-DATA
           EVALUATE TRUE
               WHEN MATCH-IX = 0
                   MOVE "RC ROW DOES NOT FOLLOW ITS STEP ROW"
                       TO DEFINITION-FAULT
                   PERFORM NOTE-DEFINITION-FAULT
               WHEN DEF-RC-LOW IS NOT NUMERIC
               OR DEF-RC-HIGH IS NOT NUMERIC
               OR DEF-RC-LOW > DEF-RC-HIGH
                   MOVE "RC RANGE MUST BE TWO DIGITS, LOW THEN HIGH"
                       TO DEFINITION-FAULT
                   PERFORM NOTE-DEFINITION-FAULT
               WHEN DEF-DISPOSITION NOT = "CONTINUE"
               AND DEF-DISPOSITION NOT = "HOLD"
               AND DEF-DISPOSITION NOT = "STOP"
                   MOVE "DISPOSITION IS NOT CONTINUE, HOLD OR STOP"
                       TO DEFINITION-FAULT
                   PERFORM NOTE-DEFINITION-FAULT
               WHEN DEF-DISPOSITION NOT = "CONTINUE"
               AND DEF-ACTION = SPACES
                   MOVE "HOLD OR STOP NEEDS AN OPERATOR ACTION"
                       TO DEFINITION-FAULT
                   PERFORM NOTE-DEFINITION-FAULT
               WHEN STEP-RULE-COUNT(MATCH-IX) >= RULE-LIMIT
                   MOVE "STEP HAS MORE THAN 10 RC ROWS"
                       TO DEFINITION-FAULT
                   PERFORM NOTE-DEFINITION-FAULT
               WHEN OTHER
                   ADD 1 TO STEP-RULE-COUNT(MATCH-IX)
                   MOVE STEP-RULE-COUNT(MATCH-IX) TO RULE-IX
                   MOVE DEF-RC-LOW TO RULE-LOW(MATCH-IX, RULE-IX)
                   MOVE DEF-RC-HIGH TO RULE-HIGH(MATCH-IX, RULE-IX)
                   MOVE DEF-DISPOSITION
                       TO RULE-DISPOSITION(MATCH-IX, RULE-IX)
                   MOVE DEF-ACTION TO RULE-ACTION(MATCH-IX, RULE-IX)
           END-EVALUATE.

      * NO ATTEMPT IS STARTED FOR A BAD DEFINITION, SO ITS NOTICES
      * CARRY RUN 0000.
       NOTE-DEFINITION-FAULT.
           ADD 1 TO DEFINITION-FAULT-COUNT
           DISPLAY "DEFINITION FAULT, LINE " DEFINITION-LINE-NO
               " STEP " DEF-STEP ": " DEFINITION-FAULT
           PERFORM GET-TIMESTAMP
           IF DEFINITION-LINE-NO = 0
               MOVE "CALJOBD.TXT" TO NOTICE-STEP
           ELSE
               MOVE DEF-STEP TO NOTICE-STEP
           END-IF
           MOVE SPACES TO STEP-ACTION
           STRING "LINE " DEFINITION-LINE-NO " - " DEFINITION-FAULT
               DELIMITED BY SIZE INTO STEP-ACTION
           END-STRING
           MOVE "REFUSED" TO STEP-DISPOSITION
           MOVE "12" TO NOTICE-RC
           PERFORM WRITE-HOLD-NOTICE.

       FIND-STEP.
           MOVE 0 TO MATCH-IX
           PERFORM VARYING STEP-IX FROM 1 BY 1
           UNTIL STEP-IX > STEP-COUNT
            OR MATCH-IX > 0
               IF STEP-NAME(STEP-IX) = SEARCH-STEP-NAME
                   MOVE STEP-IX TO MATCH-IX
               END-IF
           END-PERFORM.

      * THE LAST STEP-LOG ROW FOR A STEP ON THE RUN DATE IS ITS
      * STANDING, SO A STARTED ROW WITH NO ENDING ROW AFTER IT (THE
      * DRIVER WAS CANCELLED MID-STEP) IS RERUN LIKE A FAILURE.
       LOAD-STEP-LOG.
           MOVE "N" TO STEP-LOG-EOF-SW
           OPEN INPUT STEP-LOG-FILE
           PERFORM UNTIL STEP-LOG-AT-END
               READ STEP-LOG-FILE INTO STEP-LOG-DATA
                   AT END SET STEP-LOG-AT-END TO TRUE
                   NOT AT END
                       IF JOBL-DATE = RUN-DATE
                       AND JOBL-RUN-NO IS NUMERIC
                           PERFORM LOAD-ONE-STEP-LOG-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEP-LOG-FILE
           PERFORM VARYING STEP-IX FROM 1 BY 1
           UNTIL STEP-IX > STEP-COUNT
               IF (STEP-LAST-STATUS(STEP-IX) = "COMPLETE"
                   OR STEP-LAST-STATUS(STEP-IX) = "RELEASED")
               AND NOT STEP-EVERY-ATTEMPT(STEP-IX)
                   SET STEP-DONE(STEP-IX) TO TRUE
               END-IF
           END-PERFORM.

       LOAD-ONE-STEP-LOG-ROW.
           IF JOBL-RUN-NO > LAST-STREAM-RUN-NO
               MOVE JOBL-RUN-NO TO LAST-STREAM-RUN-NO
           END-IF
           MOVE JOBL-STEP TO SEARCH-STEP-NAME
           PERFORM FIND-STEP
           IF MATCH-IX > 0
               MOVE JOBL-STATUS TO STEP-LAST-STATUS(MATCH-IX)
           END-IF.

      * A RELEASE IS ACCEPTED ONLY FOR A STEP WHOSE LATEST STANDING
      * IS HELD, AND ONLY WITH AN OPERATOR NAMED TO ANSWER FOR IT.
       CHECK-RELEASE.
           IF RELEASE-STEP NOT = SPACES
               MOVE RELEASE-STEP TO SEARCH-STEP-NAME
               PERFORM FIND-STEP
               IF OPERATOR-ID = SPACES
                   DISPLAY "RUN REFUSED - JOBRELS IS SET BUT NO "
                       "OPERATOR ID (OPERID) WAS GIVEN"
                   DISPLAY "OPERATOR ACTION REQUIRED - SET OPERID "
                       "AND RESTART THE STREAM"
                   STOP RUN WITH ERROR STATUS 12
               END-IF
               IF MATCH-IX = 0
                   DISPLAY "RUN REFUSED - JOBRELS NAMES " RELEASE-STEP
                       ", WHICH IS NOT A STEP OF THE STREAM"
                   DISPLAY "OPERATOR ACTION REQUIRED - CORRECT JOBRELS "
                       "AND RESTART THE STREAM"
                   STOP RUN WITH ERROR STATUS 12
               END-IF
               IF STEP-LAST-STATUS(MATCH-IX) NOT = "HELD"
                   DISPLAY "RUN REFUSED - STEP " RELEASE-STEP
                       " IS NOT HELD FOR " RUN-DATE
                       " (LAST STATUS " STEP-LAST-STATUS(MATCH-IX) ")"
                   DISPLAY "OPERATOR ACTION REQUIRED - CLEAR JOBRELS "
                       "AND RESTART THE STREAM"
                   STOP RUN WITH ERROR STATUS 12
               END-IF
           END-IF.

       RELEASE-HELD-STEP.
           MOVE RELEASE-STEP TO SEARCH-STEP-NAME
           PERFORM FIND-STEP
           PERFORM GET-TIMESTAMP
           MOVE SPACES TO STEP-LOG-DATA
           MOVE RUN-DATE TO JOBL-DATE
           MOVE STREAM-RUN-NO TO JOBL-RUN-NO
           MOVE RELEASE-STEP TO JOBL-STEP
           MOVE "RELEASED" TO JOBL-STATUS
           MOVE CURRENT-STAMP TO JOBL-START-STAMP
           MOVE CURRENT-STAMP TO JOBL-END-STAMP
           MOVE OPERATOR-ID TO JOBL-OPERATOR
           PERFORM WRITE-STEP-LOG
           MOVE "RELEASED" TO STEP-LAST-STATUS(MATCH-IX)
           SET STEP-DONE(MATCH-IX) TO TRUE
           DISPLAY "STEP " RELEASE-STEP " RELEASED BY " OPERATOR-ID.

       PROCESS-ONE-STEP.
           IF STEP-DONE(STEP-IX)
               DISPLAY "STEP " STEP-NAME(STEP-IX) " ALREADY "
                   STEP-LAST-STATUS(STEP-IX) " - NOT RERUN"
               ADD 1 TO SKIPPED-COUNT
           ELSE
               PERFORM CHECK-PREREQUISITES
               IF BLOCKING-IX > 0
                   PERFORM BLOCK-ONE-STEP
               ELSE
                   PERFORM RUN-ONE-STEP
               END-IF
           END-IF.

       CHECK-PREREQUISITES.
           MOVE 0 TO BLOCKING-IX
           PERFORM VARYING PREQ-IX FROM 1 BY 1
           UNTIL PREQ-IX > STEP-PREQ-COUNT(STEP-IX)
            OR BLOCKING-IX > 0
               IF NOT STEP-DONE(STEP-PREQ(STEP-IX, PREQ-IX))
                   MOVE STEP-PREQ(STEP-IX, PREQ-IX) TO BLOCKING-IX
               END-IF
           END-PERFORM.

       BLOCK-ONE-STEP.
           ADD 1 TO BLOCKED-COUNT
           PERFORM GET-TIMESTAMP
           MOVE SPACES TO STEP-LOG-DATA
           MOVE RUN-DATE TO JOBL-DATE
           MOVE STREAM-RUN-NO TO JOBL-RUN-NO
           MOVE STEP-NAME(STEP-IX) TO JOBL-STEP
           MOVE "BLOCKED" TO JOBL-STATUS
           MOVE CURRENT-STAMP TO JOBL-START-STAMP
           MOVE CURRENT-STAMP TO JOBL-END-STAMP
           MOVE OPERATOR-ID TO JOBL-OPERATOR
           PERFORM WRITE-STEP-LOG
           MOVE SPACES TO STEP-ACTION
           STRING "WAITS ON " DELIMITED BY SIZE
                  STEP-NAME(BLOCKING-IX) DELIMITED BY SPACE
                  " - RUNS ONCE IT IS COMPLETE" DELIMITED BY SIZE
                  INTO STEP-ACTION
           END-STRING
           MOVE "BLOCKED" TO STEP-DISPOSITION
           MOVE SPACES TO NOTICE-RC
           MOVE STEP-NAME(STEP-IX) TO NOTICE-STEP
           PERFORM WRITE-HOLD-NOTICE
           DISPLAY "STEP " STEP-NAME(STEP-IX) " NOT RUN - "
               STEP-ACTION.

      * THE SHELL HANDS BACK A WAIT STATUS: THE STEP'S EXIT CODE IN
      * THE HIGH BYTE AND ANY SIGNAL THAT KILLED IT IN THE LOW BYTE.
      * A KILLED OR UNSTARTABLE STEP IS TREATED AS AN ABEND.
       RUN-ONE-STEP.
           ADD 1 TO RUN-COUNT
           PERFORM GET-TIMESTAMP
           MOVE CURRENT-STAMP TO STEP-START-STAMP
           MOVE SPACES TO STEP-LOG-DATA
           MOVE RUN-DATE TO JOBL-DATE
           MOVE STREAM-RUN-NO TO JOBL-RUN-NO
           MOVE STEP-NAME(STEP-IX) TO JOBL-STEP
           MOVE "STARTED" TO JOBL-STATUS
           MOVE STEP-START-STAMP TO JOBL-START-STAMP
           MOVE OPERATOR-ID TO JOBL-OPERATOR
           PERFORM WRITE-STEP-LOG
           DISPLAY "STEP " STEP-NAME(STEP-IX) " STARTED "
               STEP-START-STAMP
           MOVE STEP-COMMAND(STEP-IX) TO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           MOVE RETURN-CODE TO SYSTEM-STATUS
           MOVE 0 TO RETURN-CODE
           IF SYSTEM-STATUS < 0
               MOVE 16 TO STEP-RC
           ELSE
               DIVIDE SYSTEM-STATUS BY 256 GIVING EXIT-CODE
                   REMAINDER SIGNAL-PART
               IF SIGNAL-PART NOT = 0
               OR EXIT-CODE > 99
                   MOVE 16 TO STEP-RC
               ELSE
                   MOVE EXIT-CODE TO STEP-RC
               END-IF
           END-IF
           IF STEP-RC > WORST-RC
               MOVE STEP-RC TO WORST-RC
           END-IF
           PERFORM RESOLVE-DISPOSITION
           PERFORM GET-TIMESTAMP
           MOVE SPACES TO STEP-LOG-DATA
           MOVE RUN-DATE TO JOBL-DATE
           MOVE STREAM-RUN-NO TO JOBL-RUN-NO
           MOVE STEP-NAME(STEP-IX) TO JOBL-STEP
           MOVE STEP-START-STAMP TO JOBL-START-STAMP
           MOVE CURRENT-STAMP TO JOBL-END-STAMP
           MOVE STEP-RC TO RC-TEXT
           MOVE RC-TEXT TO JOBL-RC
           MOVE OPERATOR-ID TO JOBL-OPERATOR
           EVALUATE STEP-DISPOSITION
               WHEN "CONTINUE"
                   MOVE "COMPLETE" TO JOBL-STATUS
                   SET STEP-DONE(STEP-IX) TO TRUE
               WHEN "HOLD"
                   MOVE "HELD" TO JOBL-STATUS
                   ADD 1 TO HELD-COUNT
               WHEN OTHER
                   MOVE "STOPPED" TO JOBL-STATUS
                   ADD 1 TO STOPPED-COUNT
                   SET STREAM-STOPPED TO TRUE
           END-EVALUATE
           MOVE JOBL-STATUS TO STEP-LAST-STATUS(STEP-IX)
           PERFORM WRITE-STEP-LOG
           DISPLAY "STEP " STEP-NAME(STEP-IX) " ENDED "
               CURRENT-STAMP " RC " RC-TEXT " " JOBL-STATUS
           IF NOT STEP-DONE(STEP-IX)
               MOVE JOBL-STATUS TO STEP-DISPOSITION
               MOVE RC-TEXT TO NOTICE-RC
               MOVE STEP-NAME(STEP-IX) TO NOTICE-STEP
               PERFORM WRITE-HOLD-NOTICE
               DISPLAY "OPERATOR ACTION REQUIRED - " STEP-ACTION
           END-IF.

      * THE FIRST RC ROW WHOSE RANGE TAKES THE RETURN CODE DECIDES.
       RESOLVE-DISPOSITION.
           MOVE 0 TO RULE-MATCH-IX
           PERFORM VARYING RULE-IX FROM 1 BY 1
           UNTIL RULE-IX > STEP-RULE-COUNT(STEP-IX)
            OR RULE-MATCH-IX > 0
               IF STEP-RC >= RULE-LOW(STEP-IX, RULE-IX)
               AND STEP-RC <= RULE-HIGH(STEP-IX, RULE-IX)
                   MOVE RULE-IX TO RULE-MATCH-IX
               END-IF
           END-PERFORM
           IF RULE-MATCH-IX > 0
               MOVE RULE-DISPOSITION(STEP-IX, RULE-MATCH-IX)
                   TO STEP-DISPOSITION
               MOVE RULE-ACTION(STEP-IX, RULE-MATCH-IX) TO STEP-ACTION
           ELSE
               IF STEP-RC = 0
                   MOVE "CONTINUE" TO STEP-DISPOSITION
                   MOVE SPACES TO STEP-ACTION
               ELSE
                   MOVE "STOP" TO STEP-DISPOSITION
                   MOVE STEP-RC TO UNCOVERED-RC
                   MOVE UNCOVERED-ACTION-TEXT TO STEP-ACTION
               END-IF
           END-IF.

       WRITE-STEP-LOG.
           OPEN EXTEND STEP-LOG-FILE
           WRITE STEP-LOG-LINE FROM STEP-LOG-DATA
           CLOSE STEP-LOG-FILE.

       WRITE-HOLD-NOTICE.
           MOVE SPACES TO HOLD-NOTICE-DATA
           MOVE RUN-DATE TO HOLD-DATE
           MOVE STREAM-RUN-NO TO HOLD-RUN-NO
           MOVE STEP-DISPOSITION TO HOLD-TYPE
           MOVE NOTICE-STEP TO HOLD-STEP
           MOVE NOTICE-RC TO HOLD-RC
           MOVE CURRENT-STAMP TO HOLD-STAMP
           MOVE STEP-ACTION TO HOLD-ACTION
           OPEN EXTEND HOLD-NOTICE-FILE
           WRITE HOLD-NOTICE-LINE FROM HOLD-NOTICE-DATA
           CLOSE HOLD-NOTICE-FILE.

       DISPLAY-STREAM-SUMMARY.
           DISPLAY "JOB STREAM FOR " RUN-DATE " ATTEMPT " STREAM-RUN-NO
               " ENDED, WORST RC " WORST-RC
           DISPLAY "  STEPS RUN:                  " RUN-COUNT
           DISPLAY "  STEPS ALREADY COMPLETE:     " SKIPPED-COUNT
           DISPLAY "  STEPS HELD:                 " HELD-COUNT
           DISPLAY "  STEPS BLOCKED:              " BLOCKED-COUNT
           DISPLAY "  STEPS STOPPED:              " STOPPED-COUNT
           IF STREAM-STOPPED
               DISPLAY "STREAM STOPPED - RESTART RESUMES AT THE "
                   "STOPPED STEP"
           END-IF.

       GET-TIMESTAMP.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT STAMP-TIME FROM TIME
           MOVE STAMP-DATE TO CURRENT-STAMP(1:8)
           MOVE STAMP-TIME(1:6) TO CURRENT-STAMP(9:6).
