       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-01-SOURCE-MAINT.
       AUTHOR. ALEJANDRO VILLANUEVA.

      * CHANGE LOG
      * 2026-09-07  NEW PROGRAM.  TRANSACTION-DRIVEN MAINTENANCE OF
      *             THE THREE REFERENCE MASTERS THE CALIBRATION RUN
      *             LOADS: THE SOURCE REGISTRATION MASTER
      *             (CALSRCM.TXT), THE EXCEPTION TOLERANCES
      *             (CALTOLR.TXT), AND THE SOURCE-TO-GL-ACCOUNT MAP
      *             (CALGLMAP.TXT), WHICH UNTIL NOW WERE EDITED BY
      *             HAND.  EACH TRANSACTION IN CALMAINT.TXT (OR THE
      *             DATASET NAMED ON THE COMMAND LINE OR BY
      *             ENVIRONMENT NAME MAINTDD) NAMES THE FILE
      *             (SRC, TOL OR MAP), AN ACTION (A ADD, C CHANGE,
      *             D DELETE, I INACTIVATE) AND THE FULL RECORD
      *             IMAGE IN THE MASTER'S OWN LAYOUT.  EVERY
      *             TRANSACTION IS VALIDATED BEFORE IT IS APPLIED:
      *             NO DUPLICATE KEYS, NO MISALIGNED COLUMNS, ACTIVE
      *             FLAG A OR I, TOLERANCE NUMERIC AND 0-100, NO
      *             DATASET REGISTERED TO TWO SOURCES, AND THE
      *             50-ENTRY TABLE LIMITS OF THE CALIBRATION RUN
      *             RESPECTED.  AFTER ALL TRANSACTIONS, EVERY ACTIVE
      *             SOURCE MUST HAVE AN ACCOUNT MAPPING OR THE MAP
      *             MUST CARRY A DELIBERATE *DEFAULT ROW, OR NO
      *             MASTER IS REWRITTEN.  EVERY APPLIED CHANGE IS
      *             APPENDED TO A PERMANENT BEFORE/AFTER AUDIT LOG
      *             (CALMAUD.TXT) WITH THE OPERATOR ID (ENVIRONMENT
      *             NAME OPERID) AND TIMESTAMP, AND THE CHANGE
      *             REPORT IS PRINTED TO CALMNTR.TXT.
      * 2026-09-23  FOURTH MASTER, THE OVERRIDE REASON-CODE TABLE
      *             (CALRSNC.TXT), MAINTAINED UNDER FILE CODE RSN.
      *             EACH ROW CARRIES A FOUR-CHARACTER REASON CODE,
      *             THE OVERRIDE IT MAY BE QUOTED FOR (RUNOVRD,
      *             RUNABAND, SUPPRUN, DUPOVRD, DISCARD, OR *ALL),
      *             AN ACTIVE FLAG AND A DESCRIPTION.  A REASON CODE
      *             IS RETIRED WITH I, NEVER DELETED, SO EVERY CODE
      *             ON THE PERMANENT OVERRIDE LOG STAYS EXPLAINED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC OS X.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOT OPTIONAL MAINT-FILE ASSIGN TO DYNAMIC
           MAINT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SOURCE-MASTER-FILE
           ASSIGN TO DISK "CALSRCM.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TOLERANCE-FILE ASSIGN TO DISK "CALTOLR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-ACCOUNT-MAP-FILE
           ASSIGN TO DISK "CALGLMAP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REASON-CODE-FILE
           ASSIGN TO DISK "CALRSNC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO DISK "CALMAUD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REPORT-FILE ASSIGN TO DISK "CALMNTR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       01  MAINT-LINE PIC X(123).

       FD  SOURCE-MASTER-FILE.
       01  SOURCE-MASTER-LINE PIC X(117).

       FD  TOLERANCE-FILE.
       01  TOLERANCE-LINE PIC X(12).

       FD  GL-ACCOUNT-MAP-FILE.
       01  GL-ACCOUNT-MAP-LINE PIC X(17).

       FD  REASON-CODE-FILE.
       01  REASON-CODE-LINE PIC X(56).

       FD  AUDIT-FILE.
       01  AUDIT-LINE PIC X(171).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       77  RUN-DATE PIC X(8).
       77  BUSINESS-DATE-NAME PIC X(10) VALUE "BUSDATE".
       77  BUSINESS-DATE-TEXT PIC X(8) VALUE SPACES.
       77  OPERATOR-ID PIC X(8) VALUE SPACES.
       77  OPERATOR-ID-NAME PIC X(10) VALUE "OPERID".
       77  MAINT-DSN PIC X(80) VALUE "CALMAINT.TXT".
       77  MAINT-DD-NAME PIC X(10) VALUE "MAINTDD".
       77  CURRENT-STAMP PIC X(14) VALUE SPACES.
       77  STAMP-DATE PIC X(8).
       77  STAMP-TIME PIC X(8).

       77  MAINT-EOF-SW PIC X VALUE "N".
           88 MAINT-AT-END VALUE "Y".
       77  SOURCE-MASTER-EOF-SW PIC X VALUE "N".
           88 SOURCE-MASTER-AT-END VALUE "Y".
       77  TOLERANCE-EOF-SW PIC X VALUE "N".
           88 TOLERANCE-AT-END VALUE "Y".
       77  ACCOUNT-MAP-EOF-SW PIC X VALUE "N".
           88 ACCOUNT-MAP-AT-END VALUE "Y".
       77  REASON-CODE-EOF-SW PIC X VALUE "N".
           88 REASON-CODE-AT-END VALUE "Y".

       77  SOURCE-MASTER-CHANGED-SW PIC X VALUE "N".
           88 SOURCE-MASTER-CHANGED VALUE "Y".
       77  TOLERANCE-CHANGED-SW PIC X VALUE "N".
           88 TOLERANCE-CHANGED VALUE "Y".
       77  ACCOUNT-MAP-CHANGED-SW PIC X VALUE "N".
           88 ACCOUNT-MAP-CHANGED VALUE "Y".
       77  REASON-CODE-CHANGED-SW PIC X VALUE "N".
           88 REASON-CODE-CHANGED VALUE "Y".
       77  DEFAULT-MAP-SW PIC X VALUE "N".
           88 DEFAULT-MAP-PRESENT VALUE "Y".

       77  SOURCE-MASTER-LIMIT PIC 9(4) VALUE 50.
       77  SOURCE-MASTER-COUNT PIC 9(4) VALUE ZERO.
       77  MASTER-IX PIC 9(4) VALUE ZERO.
       77  MASTER-MATCH-IX PIC 9(4) VALUE ZERO.
       01  SOURCE-MASTER-TABLE.
           05 SOURCE-MASTER-ENTRY OCCURS 50 TIMES.
               10 MASTER-SOURCE  PIC X(8).
               10 MASTER-ACTIVE-SW PIC X(1).
                   88 MASTER-ACTIVE VALUE "A".
               10 MASTER-DSN     PIC X(44).
               10 MASTER-DESC    PIC X(30).
               10 MASTER-CONTACT PIC X(30).

       77  TOLERANCE-LIMIT PIC 9(4) VALUE 50.
       77  TOLERANCE-COUNT PIC 9(4) VALUE ZERO.
       77  TOLERANCE-IX PIC 9(4) VALUE ZERO.
       77  TOLERANCE-MATCH-IX PIC 9(4) VALUE ZERO.
       01  TOLERANCE-TABLE.
           05 TOLERANCE-ENTRY OCCURS 50 TIMES.
               10 TOL-SOURCE PIC X(8).
               10 TOL-PCT    PIC X(3).

      * THE *DEFAULT AND *OFFSET MAP ROWS DO NOT COUNT AGAINST THE
      * CALIBRATION RUN'S 50-ENTRY ACCOUNT MAP TABLE, SO THE TABLE
      * HERE HOLDS TWO MORE ROWS THAN THE LIMIT ENFORCED ON SOURCES.
       77  ACCOUNT-MAP-LIMIT PIC 9(4) VALUE 50.
       77  ACCOUNT-MAP-COUNT PIC 9(4) VALUE ZERO.
       77  MAPPED-SOURCE-COUNT PIC 9(4) VALUE ZERO.
       77  ACCOUNT-MAP-IX PIC 9(4) VALUE ZERO.
       77  ACCOUNT-MAP-MATCH-IX PIC 9(4) VALUE ZERO.
       01  ACCOUNT-MAP-TABLE.
           05 ACCOUNT-MAP-ENTRY OCCURS 52 TIMES.
               10 MAP-SOURCE  PIC X(8).
               10 MAP-ACCOUNT PIC X(8).

       77  REASON-CODE-LIMIT PIC 9(4) VALUE 50.
       77  REASON-CODE-COUNT PIC 9(4) VALUE ZERO.
       77  REASON-CODE-IX PIC 9(4) VALUE ZERO.
       77  REASON-CODE-MATCH-IX PIC 9(4) VALUE ZERO.
       01  REASON-CODE-TABLE.
           05 REASON-CODE-ENTRY OCCURS 50 TIMES.
               10 RSN-CODE      PIC X(4).
               10 RSN-ACTION    PIC X(8).
               10 RSN-ACTIVE-SW PIC X(1).
                   88 RSN-ACTIVE VALUE "A".
               10 RSN-DESC      PIC X(40).

       77  CHANGE-LIMIT PIC 9(4) VALUE 500.
       77  CHANGE-COUNT PIC 9(4) VALUE ZERO.
       77  CHANGE-IX PIC 9(4) VALUE ZERO.
       01  CHANGE-TABLE.
           05 CHANGE-ENTRY OCCURS 500 TIMES.
               10 CHANGE-FILE   PIC X(3).
               10 CHANGE-ACTION PIC X(1).
               10 CHANGE-KEY    PIC X(8).
               10 CHANGE-BEFORE PIC X(117).
               10 CHANGE-AFTER  PIC X(117).

       77  SEARCH-KEY PIC X(8) VALUE SPACES.
       77  BEFORE-IMAGE PIC X(117) VALUE SPACES.
       77  AFTER-IMAGE PIC X(117) VALUE SPACES.
       77  REJECT-REASON PIC X(40) VALUE SPACES.
       77  TOLERANCE-PCT-NUM PIC 9(3) VALUE ZERO.
       77  TRANSACTION-COUNT PIC 9(6) VALUE ZERO.
       77  APPLIED-COUNT PIC 9(6) VALUE ZERO.
       77  REJECTED-COUNT PIC 9(6) VALUE ZERO.
       77  DUPLICATE-DROP-COUNT PIC 9(6) VALUE ZERO.
       77  COVERAGE-FAIL-COUNT PIC 9(6) VALUE ZERO.

       01  MAINT-TRANSACTION-DATA.
           05 TRAN-FILE         PIC X(3).
           05 FILLER            PIC X(1).
           05 TRAN-ACTION       PIC X(1).
           05 FILLER            PIC X(1).
           05 TRAN-IMAGE        PIC X(117).

      * THE SEPARATOR COLUMNS ARE NAMED IN THE TRANSACTION VIEWS
      * SO A RECORD WHOSE FIELDS HAVE SLIPPED A COLUMN IS CAUGHT
      * HERE INSTEAD OF AS A REJECTED FEED THE NEXT NIGHT.
       01  SOURCE-TRANSACTION-DATA.
           05 TRAN-SOURCE       PIC X(8).
           05 TRAN-SOURCE-SEP-1 PIC X(1).
           05 TRAN-ACTIVE       PIC X(1).
           05 TRAN-SOURCE-SEP-2 PIC X(1).
           05 TRAN-DSN          PIC X(44).
           05 TRAN-SOURCE-SEP-3 PIC X(1).
           05 TRAN-DESC         PIC X(30).
           05 TRAN-SOURCE-SEP-4 PIC X(1).
           05 TRAN-CONTACT      PIC X(30).

       01  TOLERANCE-TRANSACTION-DATA.
           05 TRAN-TOL-SOURCE   PIC X(8).
           05 TRAN-TOL-SEP      PIC X(1).
           05 TRAN-TOL-PCT      PIC X(3).
           05 TRAN-TOL-REST     PIC X(105).

       01  MAP-TRANSACTION-DATA.
           05 TRAN-MAP-SOURCE   PIC X(8).
           05 TRAN-MAP-SEP      PIC X(1).
           05 TRAN-MAP-ACCOUNT  PIC X(8).
           05 TRAN-MAP-REST     PIC X(100).

       01  REASON-TRANSACTION-DATA.
           05 TRAN-RSN-CODE     PIC X(4).
           05 TRAN-RSN-SEP-1    PIC X(1).
           05 TRAN-RSN-ACTION   PIC X(8).
           05 TRAN-RSN-SEP-2    PIC X(1).
           05 TRAN-RSN-ACTIVE   PIC X(1).
           05 TRAN-RSN-SEP-3    PIC X(1).
           05 TRAN-RSN-DESC     PIC X(40).
           05 TRAN-RSN-REST     PIC X(61).

       01  SOURCE-MASTER-DATA.
           05 MASTER-SOURCE-IN  PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 MASTER-ACTIVE-IN  PIC X(1).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 MASTER-DSN-IN     PIC X(44).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 MASTER-DESC-IN    PIC X(30).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 MASTER-CONTACT-IN PIC X(30).

       01  TOLERANCE-DATA.
           05 TOLERANCE-SOURCE   PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 TOLERANCE-PCT-TEXT PIC X(3).

       01  ACCOUNT-MAP-DATA.
           05 MAP-SOURCE-IN  PIC X(8).
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 MAP-ACCOUNT-IN PIC X(8).

       01  REASON-CODE-DATA.
           05 RSN-CODE-IN    PIC X(4).
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 RSN-ACTION-IN  PIC X(8).
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 RSN-ACTIVE-IN  PIC X(1).
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 RSN-DESC-IN    PIC X(40).

       01  AUDIT-LINE-DATA.
           05 AUDIT-STAMP       PIC X(14).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 AUDIT-OPERATOR    PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 AUDIT-FILE-CODE   PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 AUDIT-ACTION      PIC X(1).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 AUDIT-KEY         PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 AUDIT-IMAGE-TAG   PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 AUDIT-DATE        PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 AUDIT-IMAGE       PIC X(117).

       01  REPORT-HEADING-LINE.
           05 FILLER PIC X(31) VALUE
              "REFERENCE MASTER CHANGE REPORT,".
           05 FILLER PIC X(6) VALUE " DATE ".
           05 REPORT-HEADING-DATE PIC X(8).
           05 FILLER PIC X(11) VALUE ", OPERATOR ".
           05 REPORT-HEADING-OPERATOR PIC X(8).

       01  APPLIED-DETAIL-LINE.
           05 FILLER            PIC X(10) VALUE "APPLIED   ".
           05 APPLIED-FILE      PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 APPLIED-ACTION    PIC X(11).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 APPLIED-KEY       PIC X(8).

       01  IMAGE-DETAIL-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 IMAGE-TAG         PIC X(8).
           05 IMAGE-TEXT        PIC X(117).

       01  REJECTED-DETAIL-LINE.
           05 FILLER            PIC X(10) VALUE "REJECTED  ".
           05 REJECTED-FILE     PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 REJECTED-ACTION   PIC X(1).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 REJECTED-KEY      PIC X(8).
           05 FILLER            PIC X(2)  VALUE ": ".
           05 REJECTED-REASON   PIC X(40).

       01  DROPPED-DETAIL-LINE.
           05 FILLER            PIC X(10) VALUE "DROPPED   ".
           05 DROPPED-FILE      PIC X(3).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 DROPPED-KEY       PIC X(8).
           05 FILLER            PIC X(37) VALUE
              ": DUPLICATE KEY ON FILE, ROW REMOVED".

       01  COVERAGE-DETAIL-LINE.
           05 FILLER            PIC X(10) VALUE "UNMAPPED  ".
           05 COVERAGE-SOURCE   PIC X(8).
           05 FILLER            PIC X(2)  VALUE ": ".
           05 FILLER            PIC X(40) VALUE
              "ACTIVE SOURCE HAS NO GL ACCOUNT MAPPING".

       01  NOT-REWRITTEN-LINE.
           05 FILLER PIC X(45) VALUE
              "*** NO MASTER REWRITTEN - EVERY ACTIVE SOURCE".
           05 FILLER PIC X(45) VALUE
              " NEEDS A MAP ROW OR A *DEFAULT MAP ROW ***".

       01  SUMMARY-LINE.
           05 SUMMARY-LABEL PIC X(30).
           05 SUMMARY-VALUE PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM RESOLVE-OPERATOR-ID
           PERFORM RESOLVE-MAINT-DSN
           PERFORM GET-TIMESTAMP
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM LOAD-SOURCE-MASTER
           PERFORM LOAD-TOLERANCES
           PERFORM LOAD-GL-ACCOUNT-MAP
           PERFORM LOAD-REASON-CODES
           PERFORM APPLY-TRANSACTIONS
           PERFORM CHECK-ACCOUNT-COVERAGE
           IF COVERAGE-FAIL-COUNT > 0
               WRITE REPORT-LINE FROM NOT-REWRITTEN-LINE
               PERFORM WRITE-SUMMARY
               CLOSE REPORT-FILE
               DISPLAY "MAINTENANCE REFUSED - " COVERAGE-FAIL-COUNT
                   " ACTIVE SOURCE(S) WOULD HAVE NO GL ACCOUNT MAPPING"
               DISPLAY "OPERATOR ACTION REQUIRED - ADD A MAP ROW FOR "
                   "EACH SOURCE LISTED ON CALMNTR.TXT, OR A *DEFAULT "
                   "MAP ROW, AND RESUBMIT THE WHOLE TRANSACTION FILE"
               STOP RUN WITH ERROR STATUS 12
           END-IF
           PERFORM REWRITE-MASTERS
           PERFORM WRITE-AUDIT-LOG
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           IF REJECTED-COUNT > 0
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

      * THE AUDIT LOG MUST SAY WHO MADE EVERY CHANGE, SO THE RUN
      * DOES NOT START WITHOUT AN OPERATOR ID.
       RESOLVE-OPERATOR-ID.
           DISPLAY OPERATOR-ID-NAME UPON ENVIRONMENT-NAME
           ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE
           IF OPERATOR-ID = SPACES
               DISPLAY "MAINTENANCE REFUSED - NO OPERATOR ID SUPPLIED"
               DISPLAY "OPERATOR ACTION REQUIRED - SET OPERID TO YOUR "
                   "OPERATOR ID SO THE CHANGES CAN BE AUDITED"
               STOP RUN WITH ERROR STATUS 12
           END-IF.

       RESOLVE-MAINT-DSN.
           ACCEPT MAINT-DSN FROM COMMAND-LINE
           IF MAINT-DSN = SPACES
               DISPLAY MAINT-DD-NAME UPON ENVIRONMENT-NAME
               ACCEPT MAINT-DSN FROM ENVIRONMENT-VALUE
           END-IF
           IF MAINT-DSN = SPACES
               MOVE "CALMAINT.TXT" TO MAINT-DSN
           END-IF.

       GET-TIMESTAMP.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT STAMP-TIME FROM TIME
           MOVE STAMP-DATE TO CURRENT-STAMP(1:8)
           MOVE STAMP-TIME(1:6) TO CURRENT-STAMP(9:6).

       WRITE-REPORT-HEADING.
           MOVE RUN-DATE TO REPORT-HEADING-DATE
           MOVE OPERATOR-ID TO REPORT-HEADING-OPERATOR
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE.

      * A MASTER HOLDING MORE ROWS THAN THE CALIBRATION RUN LOADS
      * IS ALREADY WRONG (THE RUN SILENTLY IGNORES THE EXCESS), SO
      * IT IS NOT SAFE TO REWRITE IT FROM A TRUNCATED TABLE.
       LOAD-SOURCE-MASTER.
           MOVE "N" TO SOURCE-MASTER-EOF-SW
           OPEN INPUT SOURCE-MASTER-FILE
           PERFORM UNTIL SOURCE-MASTER-AT-END
               READ SOURCE-MASTER-FILE INTO SOURCE-MASTER-DATA
                   AT END SET SOURCE-MASTER-AT-END TO TRUE
                   NOT AT END
                       IF SOURCE-MASTER-DATA NOT = SPACES
                           PERFORM LOAD-ONE-SOURCE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-MASTER-FILE.

      * THE CALIBRATION RUN USES THE FIRST ROW FOR A SOURCE, SO A
      * LATER DUPLICATE IS THE ONE DROPPED.
       LOAD-ONE-SOURCE-ROW.
           MOVE MASTER-SOURCE-IN TO SEARCH-KEY
           PERFORM FIND-MASTER-SOURCE
           IF MASTER-MATCH-IX > 0
               MOVE "SRC" TO DROPPED-FILE
               MOVE SOURCE-MASTER-DATA TO BEFORE-IMAGE
               PERFORM DROP-DUPLICATE-ROW
               SET SOURCE-MASTER-CHANGED TO TRUE
           ELSE
               IF SOURCE-MASTER-COUNT >= SOURCE-MASTER-LIMIT
                   DISPLAY "SOURCE MASTER HOLDS MORE THAN "
                       SOURCE-MASTER-LIMIT " ROWS"
                   DISPLAY "OPERATOR ACTION REQUIRED - THE CALIBRATION "
                       "RUN IGNORES THE EXCESS; REMOVE RETIRED ROWS "
                       "FROM CALSRCM.TXT BEFORE MAINTAINING IT"
                   CLOSE SOURCE-MASTER-FILE
                   CLOSE REPORT-FILE
                   STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO SOURCE-MASTER-COUNT
               MOVE MASTER-SOURCE-IN
                   TO MASTER-SOURCE(SOURCE-MASTER-COUNT)
               MOVE MASTER-ACTIVE-IN
                   TO MASTER-ACTIVE-SW(SOURCE-MASTER-COUNT)
               MOVE MASTER-DSN-IN TO MASTER-DSN(SOURCE-MASTER-COUNT)
               MOVE MASTER-DESC-IN TO MASTER-DESC(SOURCE-MASTER-COUNT)
               MOVE MASTER-CONTACT-IN
                   TO MASTER-CONTACT(SOURCE-MASTER-COUNT)
           END-IF.

       LOAD-TOLERANCES.
           MOVE "N" TO TOLERANCE-EOF-SW
           OPEN INPUT TOLERANCE-FILE
           PERFORM UNTIL TOLERANCE-AT-END
               READ TOLERANCE-FILE INTO TOLERANCE-DATA
                   AT END SET TOLERANCE-AT-END TO TRUE
                   NOT AT END
                       IF TOLERANCE-DATA NOT = SPACES
                           PERFORM LOAD-ONE-TOLERANCE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TOLERANCE-FILE.

      * THE CALIBRATION RUN LETS THE LAST TOLERANCE ROW FOR A
      * SOURCE WIN, SO THE EARLIER DUPLICATE IS THE ONE DROPPED.
       LOAD-ONE-TOLERANCE-ROW.
           MOVE TOLERANCE-SOURCE TO SEARCH-KEY
           PERFORM FIND-TOLERANCE-ROW
           IF TOLERANCE-MATCH-IX > 0
               MOVE "TOL" TO DROPPED-FILE
               MOVE SPACES TO BEFORE-IMAGE
               MOVE TOL-SOURCE(TOLERANCE-MATCH-IX)
                   TO BEFORE-IMAGE(1:8)
               MOVE TOL-PCT(TOLERANCE-MATCH-IX) TO BEFORE-IMAGE(10:3)
               PERFORM DROP-DUPLICATE-ROW
               MOVE TOLERANCE-PCT-TEXT TO TOL-PCT(TOLERANCE-MATCH-IX)
               SET TOLERANCE-CHANGED TO TRUE
           ELSE
               IF TOLERANCE-COUNT >= TOLERANCE-LIMIT
                   DISPLAY "TOLERANCE FILE HOLDS MORE THAN "
                       TOLERANCE-LIMIT " ROWS"
                   DISPLAY "OPERATOR ACTION REQUIRED - THE CALIBRATION "
                       "RUN IGNORES THE EXCESS; REMOVE RETIRED ROWS "
                       "FROM CALTOLR.TXT BEFORE MAINTAINING IT"
                   CLOSE TOLERANCE-FILE
                   CLOSE REPORT-FILE
                   STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO TOLERANCE-COUNT
               MOVE TOLERANCE-SOURCE TO TOL-SOURCE(TOLERANCE-COUNT)
               MOVE TOLERANCE-PCT-TEXT TO TOL-PCT(TOLERANCE-COUNT)
           END-IF.

       LOAD-GL-ACCOUNT-MAP.
           MOVE "N" TO ACCOUNT-MAP-EOF-SW
           OPEN INPUT GL-ACCOUNT-MAP-FILE
           PERFORM UNTIL ACCOUNT-MAP-AT-END
               READ GL-ACCOUNT-MAP-FILE INTO ACCOUNT-MAP-DATA
                   AT END SET ACCOUNT-MAP-AT-END TO TRUE
                   NOT AT END
                       IF ACCOUNT-MAP-DATA NOT = SPACES
                           PERFORM LOAD-ONE-ACCOUNT-MAP-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-ACCOUNT-MAP-FILE.

      * AS WITH TOLERANCES, THE LAST MAP ROW FOR A KEY WINS IN THE
      * CALIBRATION RUN, SO THE EARLIER DUPLICATE IS DROPPED.
       LOAD-ONE-ACCOUNT-MAP-ROW.
           MOVE MAP-SOURCE-IN TO SEARCH-KEY
           PERFORM FIND-MAP-ROW
           IF ACCOUNT-MAP-MATCH-IX > 0
               MOVE "MAP" TO DROPPED-FILE
               MOVE SPACES TO BEFORE-IMAGE
               MOVE MAP-SOURCE(ACCOUNT-MAP-MATCH-IX)
                   TO BEFORE-IMAGE(1:8)
               MOVE MAP-ACCOUNT(ACCOUNT-MAP-MATCH-IX)
                   TO BEFORE-IMAGE(10:8)
               PERFORM DROP-DUPLICATE-ROW
               MOVE MAP-ACCOUNT-IN TO MAP-ACCOUNT(ACCOUNT-MAP-MATCH-IX)
               SET ACCOUNT-MAP-CHANGED TO TRUE
           ELSE
               IF MAP-SOURCE-IN NOT = "*DEFAULT"
               AND MAP-SOURCE-IN NOT = "*OFFSET"
                   IF MAPPED-SOURCE-COUNT >= ACCOUNT-MAP-LIMIT
                       DISPLAY "GL ACCOUNT MAP HOLDS MORE THAN "
                           ACCOUNT-MAP-LIMIT " SOURCE ROWS"
                       DISPLAY "OPERATOR ACTION REQUIRED - THE "
                           "CALIBRATION RUN IGNORES THE EXCESS; "
                           "REMOVE RETIRED ROWS FROM CALGLMAP.TXT "
                           "BEFORE MAINTAINING IT"
                       CLOSE GL-ACCOUNT-MAP-FILE
                       CLOSE REPORT-FILE
                       STOP RUN WITH ERROR STATUS 16
                   END-IF
                   ADD 1 TO MAPPED-SOURCE-COUNT
               END-IF
               ADD 1 TO ACCOUNT-MAP-COUNT
               MOVE MAP-SOURCE-IN TO MAP-SOURCE(ACCOUNT-MAP-COUNT)
               MOVE MAP-ACCOUNT-IN TO MAP-ACCOUNT(ACCOUNT-MAP-COUNT)
           END-IF.

       LOAD-REASON-CODES.
           MOVE "N" TO REASON-CODE-EOF-SW
           OPEN INPUT REASON-CODE-FILE
           PERFORM UNTIL REASON-CODE-AT-END
               READ REASON-CODE-FILE INTO REASON-CODE-DATA
                   AT END SET REASON-CODE-AT-END TO TRUE
                   NOT AT END
                       IF REASON-CODE-DATA NOT = SPACES
                           PERFORM LOAD-ONE-REASON-CODE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REASON-CODE-FILE.

      * THE PROGRAMS THAT CHECK AN OVERRIDE TAKE THE FIRST ROW FOR A
      * REASON CODE, SO A LATER DUPLICATE IS THE ONE DROPPED.
       LOAD-ONE-REASON-CODE-ROW.
           MOVE RSN-CODE-IN TO SEARCH-KEY
           PERFORM FIND-REASON-CODE-ROW
           IF REASON-CODE-MATCH-IX > 0
               MOVE "RSN" TO DROPPED-FILE
               MOVE REASON-CODE-DATA TO BEFORE-IMAGE
               PERFORM DROP-DUPLICATE-ROW
               SET REASON-CODE-CHANGED TO TRUE
           ELSE
               IF REASON-CODE-COUNT >= REASON-CODE-LIMIT
                   DISPLAY "REASON CODE TABLE HOLDS MORE THAN "
                       REASON-CODE-LIMIT " ROWS"
                   DISPLAY "OPERATOR ACTION REQUIRED - THE OVERRIDE "
                       "CHECKS IGNORE THE EXCESS; REMOVE UNUSED ROWS "
                       "FROM CALRSNC.TXT BEFORE MAINTAINING IT"
                   CLOSE REASON-CODE-FILE
                   CLOSE REPORT-FILE
                   STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO REASON-CODE-COUNT
               MOVE RSN-CODE-IN TO RSN-CODE(REASON-CODE-COUNT)
               MOVE RSN-ACTION-IN TO RSN-ACTION(REASON-CODE-COUNT)
               MOVE RSN-ACTIVE-IN TO RSN-ACTIVE-SW(REASON-CODE-COUNT)
               MOVE RSN-DESC-IN TO RSN-DESC(REASON-CODE-COUNT)
           END-IF.

      * A DUPLICATE KEY ALREADY ON A MASTER IS CLEANED UP ON THE
      * NEXT REWRITE, AND THE DROPPED ROW IS AUDITED UNDER ACTION X
      * SO NOTHING DISAPPEARS FROM A MASTER WITHOUT A TRACE.
       DROP-DUPLICATE-ROW.
           MOVE SPACES TO AFTER-IMAGE
           MOVE SEARCH-KEY TO DROPPED-KEY
           WRITE REPORT-LINE FROM DROPPED-DETAIL-LINE
           MOVE SPACES TO IMAGE-DETAIL-LINE
           MOVE "DROPPED:" TO IMAGE-TAG
           MOVE BEFORE-IMAGE TO IMAGE-TEXT
           WRITE REPORT-LINE FROM IMAGE-DETAIL-LINE
           MOVE DROPPED-FILE TO TRAN-FILE
           MOVE "X" TO TRAN-ACTION
           PERFORM RECORD-CHANGE
           ADD 1 TO DUPLICATE-DROP-COUNT.

       APPLY-TRANSACTIONS.
           MOVE "N" TO MAINT-EOF-SW
           OPEN INPUT MAINT-FILE
           PERFORM UNTIL MAINT-AT-END
               READ MAINT-FILE INTO MAINT-TRANSACTION-DATA
                   AT END SET MAINT-AT-END TO TRUE
                   NOT AT END
                       IF MAINT-TRANSACTION-DATA NOT = SPACES
                           ADD 1 TO TRANSACTION-COUNT
                           PERFORM APPLY-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAINT-FILE.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO REJECT-REASON
           MOVE SPACES TO BEFORE-IMAGE
           MOVE SPACES TO AFTER-IMAGE
           EVALUATE TRAN-FILE
               WHEN "SRC"
                   PERFORM MAINTAIN-SOURCE
               WHEN "TOL"
                   PERFORM MAINTAIN-TOLERANCE
               WHEN "MAP"
                   PERFORM MAINTAIN-ACCOUNT-MAP
               WHEN "RSN"
                   PERFORM MAINTAIN-REASON-CODE
               WHEN OTHER
                   MOVE "FILE CODE IS NOT SRC, TOL, MAP OR RSN"
                       TO REJECT-REASON
           END-EVALUATE
           IF REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECTED-LINE
               ADD 1 TO REJECTED-COUNT
           ELSE
               PERFORM RECORD-CHANGE
               PERFORM WRITE-APPLIED-LINES
               ADD 1 TO APPLIED-COUNT
           END-IF.

       MAINTAIN-SOURCE.
           MOVE TRAN-IMAGE TO SOURCE-TRANSACTION-DATA
           MOVE TRAN-SOURCE TO SEARCH-KEY
           PERFORM FIND-MASTER-SOURCE
           PERFORM VALIDATE-SOURCE-TRANSACTION
           IF REJECT-REASON = SPACES
               PERFORM APPLY-SOURCE-TRANSACTION
               SET SOURCE-MASTER-CHANGED TO TRUE
           END-IF.

      * SOURCE IDS BEGINNING WITH AN ASTERISK ARE RESERVED FOR THE
      * SUITE'S OWN KEYS (*TOTAL*, *LOCAL*, *CORR*, *DEFAULT).
       VALIDATE-SOURCE-TRANSACTION.
           IF TRAN-SOURCE = SPACES
               MOVE "SOURCE ID IS BLANK" TO REJECT-REASON
           ELSE
               IF TRAN-SOURCE(1:1) = "*"
                   MOVE "SOURCE IDS STARTING * ARE RESERVED"
                       TO REJECT-REASON
               ELSE
                   IF TRAN-SOURCE-SEP-1 NOT = SPACE
                   OR TRAN-SOURCE-SEP-2 NOT = SPACE
                   OR TRAN-SOURCE-SEP-3 NOT = SPACE
                   OR TRAN-SOURCE-SEP-4 NOT = SPACE
                       MOVE "RECORD COLUMNS ARE MISALIGNED"
                           TO REJECT-REASON
                   ELSE
                       EVALUATE TRAN-ACTION
                           WHEN "A"
                               PERFORM VALIDATE-SOURCE-ADD
                           WHEN "C"
                               PERFORM VALIDATE-SOURCE-CHANGE
                           WHEN "D"
                               PERFORM VALIDATE-SOURCE-DELETE
                           WHEN "I"
                               PERFORM VALIDATE-SOURCE-INACTIVATE
                           WHEN OTHER
                               MOVE "ACTION IS NOT A, C, D OR I"
                                   TO REJECT-REASON
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       VALIDATE-SOURCE-ADD.
           IF MASTER-MATCH-IX > 0
               MOVE "DUPLICATE KEY - SOURCE ALREADY ON FILE"
                   TO REJECT-REASON
           ELSE
               IF TRAN-ACTIVE NOT = "A" AND TRAN-ACTIVE NOT = "I"
                   MOVE "ACTIVE FLAG IS NOT A OR I" TO REJECT-REASON
               ELSE
                   IF TRAN-DSN = SPACES
                       MOVE "DATASET NAME IS BLANK" TO REJECT-REASON
                   ELSE
                       IF SOURCE-MASTER-COUNT >= SOURCE-MASTER-LIMIT
                           MOVE "SOURCE MASTER IS FULL AT 50 ENTRIES"
                               TO REJECT-REASON
                       ELSE
                           PERFORM CHECK-DSN-IN-USE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * ON A CHANGE, A BLANK FIELD KEEPS ITS CURRENT VALUE SO ONE
      * FIELD CAN BE CORRECTED WITHOUT RETYPING THE WHOLE ROW.
       VALIDATE-SOURCE-CHANGE.
           IF MASTER-MATCH-IX = 0
               MOVE "SOURCE NOT ON FILE" TO REJECT-REASON
           ELSE
               IF TRAN-ACTIVE NOT = SPACE
               AND TRAN-ACTIVE NOT = "A" AND TRAN-ACTIVE NOT = "I"
                   MOVE "ACTIVE FLAG IS NOT A OR I" TO REJECT-REASON
               ELSE
                   IF TRAN-DSN NOT = SPACES
                       PERFORM CHECK-DSN-IN-USE
                   END-IF
               END-IF
           END-IF.

      * A SOURCE STILL REFERENCED BY A TOLERANCE OR MAP ROW CANNOT
      * BE DELETED, OR THE ORPHANED ROW WOULD SIT ON THE MASTER
      * UNNOTICED; INACTIVATE IS THE NORMAL WAY TO RETIRE A FEED.
       VALIDATE-SOURCE-DELETE.
           IF MASTER-MATCH-IX = 0
               MOVE "SOURCE NOT ON FILE" TO REJECT-REASON
           ELSE
               PERFORM FIND-TOLERANCE-ROW
               PERFORM FIND-MAP-ROW
               IF TOLERANCE-MATCH-IX > 0 OR ACCOUNT-MAP-MATCH-IX > 0
                   MOVE "DELETE ITS TOL AND MAP ROWS FIRST"
                       TO REJECT-REASON
               END-IF
           END-IF.

       VALIDATE-SOURCE-INACTIVATE.
           IF MASTER-MATCH-IX = 0
               MOVE "SOURCE NOT ON FILE" TO REJECT-REASON
           ELSE
               IF NOT MASTER-ACTIVE(MASTER-MATCH-IX)
                   MOVE "SOURCE IS ALREADY INACTIVE" TO REJECT-REASON
               END-IF
           END-IF.

      * THE CALIBRATION RUN MARKS A SOURCE SEEN BY ITS DATASET
      * NAME, SO ONE DATASET REGISTERED TO TWO SOURCES WOULD HIDE A
      * MISSING FEED.
       CHECK-DSN-IN-USE.
           PERFORM VARYING MASTER-IX FROM 1 BY 1
           UNTIL MASTER-IX > SOURCE-MASTER-COUNT
            OR REJECT-REASON NOT = SPACES
               IF MASTER-DSN(MASTER-IX) = TRAN-DSN
               AND MASTER-IX NOT = MASTER-MATCH-IX
                   STRING "DATASET ALREADY REGISTERED TO "
                       DELIMITED BY SIZE
                       MASTER-SOURCE(MASTER-IX) DELIMITED BY SIZE
                       INTO REJECT-REASON
                   END-STRING
               END-IF
           END-PERFORM.

       APPLY-SOURCE-TRANSACTION.
           IF TRAN-ACTION NOT = "A"
               PERFORM BUILD-SOURCE-IMAGE
               MOVE SOURCE-MASTER-DATA TO BEFORE-IMAGE
           END-IF
           EVALUATE TRAN-ACTION
               WHEN "A"
                   ADD 1 TO SOURCE-MASTER-COUNT
                   MOVE SOURCE-MASTER-COUNT TO MASTER-MATCH-IX
                   MOVE TRAN-SOURCE TO MASTER-SOURCE(MASTER-MATCH-IX)
                   MOVE TRAN-ACTIVE TO MASTER-ACTIVE-SW(MASTER-MATCH-IX)
                   MOVE TRAN-DSN TO MASTER-DSN(MASTER-MATCH-IX)
                   MOVE TRAN-DESC TO MASTER-DESC(MASTER-MATCH-IX)
                   MOVE TRAN-CONTACT TO MASTER-CONTACT(MASTER-MATCH-IX)
               WHEN "C"
                   IF TRAN-ACTIVE NOT = SPACE
                       MOVE TRAN-ACTIVE
                           TO MASTER-ACTIVE-SW(MASTER-MATCH-IX)
                   END-IF
                   IF TRAN-DSN NOT = SPACES
                       MOVE TRAN-DSN TO MASTER-DSN(MASTER-MATCH-IX)
                   END-IF
                   IF TRAN-DESC NOT = SPACES
                       MOVE TRAN-DESC TO MASTER-DESC(MASTER-MATCH-IX)
                   END-IF
                   IF TRAN-CONTACT NOT = SPACES
                       MOVE TRAN-CONTACT
                           TO MASTER-CONTACT(MASTER-MATCH-IX)
                   END-IF
               WHEN "I"
                   MOVE "I" TO MASTER-ACTIVE-SW(MASTER-MATCH-IX)
           END-EVALUATE
           IF TRAN-ACTION = "D"
               PERFORM VARYING MASTER-IX FROM MASTER-MATCH-IX BY 1
               UNTIL MASTER-IX >= SOURCE-MASTER-COUNT
                   MOVE SOURCE-MASTER-ENTRY(MASTER-IX + 1)
                       TO SOURCE-MASTER-ENTRY(MASTER-IX)
               END-PERFORM
               SUBTRACT 1 FROM SOURCE-MASTER-COUNT
           ELSE
               PERFORM BUILD-SOURCE-IMAGE
               MOVE SOURCE-MASTER-DATA TO AFTER-IMAGE
           END-IF.

       BUILD-SOURCE-IMAGE.
           MOVE SPACES TO SOURCE-MASTER-DATA
           MOVE MASTER-SOURCE(MASTER-MATCH-IX) TO MASTER-SOURCE-IN
           MOVE MASTER-ACTIVE-SW(MASTER-MATCH-IX) TO MASTER-ACTIVE-IN
           MOVE MASTER-DSN(MASTER-MATCH-IX) TO MASTER-DSN-IN
           MOVE MASTER-DESC(MASTER-MATCH-IX) TO MASTER-DESC-IN
           MOVE MASTER-CONTACT(MASTER-MATCH-IX) TO MASTER-CONTACT-IN.

       MAINTAIN-TOLERANCE.
           MOVE TRAN-IMAGE TO TOLERANCE-TRANSACTION-DATA
           MOVE TRAN-TOL-SOURCE TO SEARCH-KEY
           PERFORM FIND-TOLERANCE-ROW
           PERFORM VALIDATE-TOLERANCE-TRANSACTION
           IF REJECT-REASON = SPACES
               PERFORM APPLY-TOLERANCE-TRANSACTION
               SET TOLERANCE-CHANGED TO TRUE
           END-IF.

       VALIDATE-TOLERANCE-TRANSACTION.
           IF TRAN-TOL-SOURCE = SPACES
               MOVE "SOURCE ID IS BLANK" TO REJECT-REASON
           ELSE
               IF TRAN-TOL-SOURCE(1:1) = "*"
               AND TRAN-TOL-SOURCE NOT = "*DEFAULT"
                   MOVE "ONLY *DEFAULT MAY START WITH *"
                       TO REJECT-REASON
               ELSE
                   IF TRAN-TOL-SEP NOT = SPACE
                   OR TRAN-TOL-REST NOT = SPACES
                       MOVE "RECORD COLUMNS ARE MISALIGNED"
                           TO REJECT-REASON
                   ELSE
                       EVALUATE TRAN-ACTION
                           WHEN "A"
                               PERFORM VALIDATE-TOLERANCE-ADD
                           WHEN "C"
                               IF TOLERANCE-MATCH-IX = 0
                                   MOVE "TOLERANCE ROW NOT ON FILE"
                                       TO REJECT-REASON
                               ELSE
                                   PERFORM VALIDATE-TOLERANCE-PCT
                               END-IF
                           WHEN "D"
                               IF TOLERANCE-MATCH-IX = 0
                                   MOVE "TOLERANCE ROW NOT ON FILE"
                                       TO REJECT-REASON
                               END-IF
                           WHEN "I"
                               MOVE "INACTIVATE APPLIES TO SRC ONLY"
                                   TO REJECT-REASON
                           WHEN OTHER
                               MOVE "ACTION IS NOT A, C, D OR I"
                                   TO REJECT-REASON
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       VALIDATE-TOLERANCE-ADD.
           IF TOLERANCE-MATCH-IX > 0
               MOVE "DUPLICATE KEY - TOLERANCE ALREADY ON FILE"
                   TO REJECT-REASON
           ELSE
               PERFORM VALIDATE-TOLERANCE-PCT
               IF REJECT-REASON = SPACES
               AND TRAN-TOL-SOURCE NOT = "*DEFAULT"
                   PERFORM FIND-MASTER-SOURCE
                   IF MASTER-MATCH-IX = 0
                       MOVE "SOURCE NOT REGISTERED ON CALSRCM"
                           TO REJECT-REASON
                   END-IF
               END-IF
               IF REJECT-REASON = SPACES
               AND TOLERANCE-COUNT >= TOLERANCE-LIMIT
                   MOVE "TOLERANCE FILE IS FULL AT 50 ENTRIES"
                       TO REJECT-REASON
               END-IF
           END-IF.

      * THE CALIBRATION RUN IGNORES A TOLERANCE THAT IS NOT THREE
      * NUMERIC DIGITS, SO ONE IS NEVER WRITTEN TO THE MASTER.
       VALIDATE-TOLERANCE-PCT.
           IF TRAN-TOL-PCT IS NOT NUMERIC
               MOVE "TOLERANCE IS NOT 3 NUMERIC DIGITS"
                   TO REJECT-REASON
           ELSE
               MOVE TRAN-TOL-PCT TO TOLERANCE-PCT-NUM
               IF TOLERANCE-PCT-NUM > 100
                   MOVE "TOLERANCE EXCEEDS 100 PERCENT"
                       TO REJECT-REASON
               END-IF
           END-IF.

       APPLY-TOLERANCE-TRANSACTION.
           IF TRAN-ACTION NOT = "A"
               MOVE TOL-SOURCE(TOLERANCE-MATCH-IX) TO TOLERANCE-SOURCE
               MOVE TOL-PCT(TOLERANCE-MATCH-IX) TO TOLERANCE-PCT-TEXT
               MOVE TOLERANCE-DATA TO BEFORE-IMAGE
           END-IF
           EVALUATE TRAN-ACTION
               WHEN "A"
                   ADD 1 TO TOLERANCE-COUNT
                   MOVE TOLERANCE-COUNT TO TOLERANCE-MATCH-IX
                   MOVE TRAN-TOL-SOURCE
                       TO TOL-SOURCE(TOLERANCE-MATCH-IX)
                   MOVE TRAN-TOL-PCT TO TOL-PCT(TOLERANCE-MATCH-IX)
               WHEN "C"
                   MOVE TRAN-TOL-PCT TO TOL-PCT(TOLERANCE-MATCH-IX)
               WHEN "D"
                   PERFORM VARYING TOLERANCE-IX
                   FROM TOLERANCE-MATCH-IX BY 1
                   UNTIL TOLERANCE-IX >= TOLERANCE-COUNT
                       MOVE TOLERANCE-ENTRY(TOLERANCE-IX + 1)
                           TO TOLERANCE-ENTRY(TOLERANCE-IX)
                   END-PERFORM
                   SUBTRACT 1 FROM TOLERANCE-COUNT
           END-EVALUATE
           IF TRAN-ACTION NOT = "D"
               MOVE TOL-SOURCE(TOLERANCE-MATCH-IX) TO TOLERANCE-SOURCE
               MOVE TOL-PCT(TOLERANCE-MATCH-IX) TO TOLERANCE-PCT-TEXT
               MOVE TOLERANCE-DATA TO AFTER-IMAGE
           END-IF.

       MAINTAIN-ACCOUNT-MAP.
           MOVE TRAN-IMAGE TO MAP-TRANSACTION-DATA
           MOVE TRAN-MAP-SOURCE TO SEARCH-KEY
           PERFORM FIND-MAP-ROW
           PERFORM VALIDATE-MAP-TRANSACTION
           IF REJECT-REASON = SPACES
               PERFORM APPLY-MAP-TRANSACTION
               SET ACCOUNT-MAP-CHANGED TO TRUE
           END-IF.

       VALIDATE-MAP-TRANSACTION.
           IF TRAN-MAP-SOURCE = SPACES
               MOVE "SOURCE ID IS BLANK" TO REJECT-REASON
           ELSE
               IF TRAN-MAP-SOURCE(1:1) = "*"
               AND TRAN-MAP-SOURCE NOT = "*DEFAULT"
               AND TRAN-MAP-SOURCE NOT = "*OFFSET"
                   MOVE "ONLY *DEFAULT/*OFFSET MAY START WITH *"
                       TO REJECT-REASON
               ELSE
                   IF TRAN-MAP-SEP NOT = SPACE
                   OR TRAN-MAP-REST NOT = SPACES
                       MOVE "RECORD COLUMNS ARE MISALIGNED"
                           TO REJECT-REASON
                   ELSE
                       EVALUATE TRAN-ACTION
                           WHEN "A"
                               PERFORM VALIDATE-MAP-ADD
                           WHEN "C"
                               IF ACCOUNT-MAP-MATCH-IX = 0
                                   MOVE "MAP ROW NOT ON FILE"
                                       TO REJECT-REASON
                               ELSE
                                   IF TRAN-MAP-ACCOUNT = SPACES
                                       MOVE "GL ACCOUNT IS BLANK"
                                           TO REJECT-REASON
                                   END-IF
                               END-IF
                           WHEN "D"
                               IF ACCOUNT-MAP-MATCH-IX = 0
                                   MOVE "MAP ROW NOT ON FILE"
                                       TO REJECT-REASON
                               END-IF
                           WHEN "I"
                               MOVE "INACTIVATE APPLIES TO SRC ONLY"
                                   TO REJECT-REASON
                           WHEN OTHER
                               MOVE "ACTION IS NOT A, C, D OR I"
                                   TO REJECT-REASON
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       VALIDATE-MAP-ADD.
           IF ACCOUNT-MAP-MATCH-IX > 0
               MOVE "DUPLICATE KEY - MAP ROW ALREADY ON FILE"
                   TO REJECT-REASON
           ELSE
               IF TRAN-MAP-ACCOUNT = SPACES
                   MOVE "GL ACCOUNT IS BLANK" TO REJECT-REASON
               ELSE
                   IF TRAN-MAP-SOURCE NOT = "*DEFAULT"
                   AND TRAN-MAP-SOURCE NOT = "*OFFSET"
                       PERFORM FIND-MASTER-SOURCE
                       IF MASTER-MATCH-IX = 0
                           MOVE "SOURCE NOT REGISTERED ON CALSRCM"
                               TO REJECT-REASON
                       ELSE
                           IF MAPPED-SOURCE-COUNT >= ACCOUNT-MAP-LIMIT
                               MOVE "GL ACCOUNT MAP IS FULL AT 50 ROWS"
                                   TO REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLY-MAP-TRANSACTION.
           IF TRAN-ACTION NOT = "A"
               MOVE MAP-SOURCE(ACCOUNT-MAP-MATCH-IX) TO MAP-SOURCE-IN
               MOVE MAP-ACCOUNT(ACCOUNT-MAP-MATCH-IX) TO MAP-ACCOUNT-IN
               MOVE ACCOUNT-MAP-DATA TO BEFORE-IMAGE
           END-IF
           EVALUATE TRAN-ACTION
               WHEN "A"
                   ADD 1 TO ACCOUNT-MAP-COUNT
                   MOVE ACCOUNT-MAP-COUNT TO ACCOUNT-MAP-MATCH-IX
                   MOVE TRAN-MAP-SOURCE
                       TO MAP-SOURCE(ACCOUNT-MAP-MATCH-IX)
                   MOVE TRAN-MAP-ACCOUNT
                       TO MAP-ACCOUNT(ACCOUNT-MAP-MATCH-IX)
                   IF TRAN-MAP-SOURCE NOT = "*DEFAULT"
                   AND TRAN-MAP-SOURCE NOT = "*OFFSET"
                       ADD 1 TO MAPPED-SOURCE-COUNT
                   END-IF
               WHEN "C"
                   MOVE TRAN-MAP-ACCOUNT
                       TO MAP-ACCOUNT(ACCOUNT-MAP-MATCH-IX)
               WHEN "D"
                   PERFORM VARYING ACCOUNT-MAP-IX
                   FROM ACCOUNT-MAP-MATCH-IX BY 1
                   UNTIL ACCOUNT-MAP-IX >= ACCOUNT-MAP-COUNT
                       MOVE ACCOUNT-MAP-ENTRY(ACCOUNT-MAP-IX + 1)
                           TO ACCOUNT-MAP-ENTRY(ACCOUNT-MAP-IX)
                   END-PERFORM
                   SUBTRACT 1 FROM ACCOUNT-MAP-COUNT
                   IF TRAN-MAP-SOURCE NOT = "*DEFAULT"
                   AND TRAN-MAP-SOURCE NOT = "*OFFSET"
                       SUBTRACT 1 FROM MAPPED-SOURCE-COUNT
                   END-IF
           END-EVALUATE
           IF TRAN-ACTION NOT = "D"
               MOVE MAP-SOURCE(ACCOUNT-MAP-MATCH-IX) TO MAP-SOURCE-IN
               MOVE MAP-ACCOUNT(ACCOUNT-MAP-MATCH-IX) TO MAP-ACCOUNT-IN
               MOVE ACCOUNT-MAP-DATA TO AFTER-IMAGE
           END-IF.

       MAINTAIN-REASON-CODE.
           MOVE TRAN-IMAGE TO REASON-TRANSACTION-DATA
           MOVE TRAN-RSN-CODE TO SEARCH-KEY
           PERFORM FIND-REASON-CODE-ROW
           PERFORM VALIDATE-REASON-TRANSACTION
           IF REJECT-REASON = SPACES
               PERFORM APPLY-REASON-TRANSACTION
               SET REASON-CODE-CHANGED TO TRUE
           END-IF.

      * A REASON CODE QUOTED ON THE OVERRIDE LOG MUST STAY ON THE
      * TABLE SO THE AUDIT REPORT CAN STILL DESCRIBE IT; A CODE NO
      * LONGER TO BE USED IS INACTIVATED INSTEAD OF DELETED.
       VALIDATE-REASON-TRANSACTION.
           IF TRAN-RSN-CODE = SPACES
               MOVE "REASON CODE IS BLANK" TO REJECT-REASON
           ELSE
               IF TRAN-RSN-CODE(1:1) = "*"
                   MOVE "REASON CODES STARTING * ARE RESERVED"
                       TO REJECT-REASON
               ELSE
                   IF TRAN-RSN-SEP-1 NOT = SPACE
                   OR TRAN-RSN-SEP-2 NOT = SPACE
                   OR TRAN-RSN-SEP-3 NOT = SPACE
                   OR TRAN-RSN-REST NOT = SPACES
                       MOVE "RECORD COLUMNS ARE MISALIGNED"
                           TO REJECT-REASON
                   ELSE
                       EVALUATE TRAN-ACTION
                           WHEN "A"
                               PERFORM VALIDATE-REASON-ADD
                           WHEN "C"
                               PERFORM VALIDATE-REASON-CHANGE
                           WHEN "D"
                               MOVE "RETIRE A REASON CODE WITH I, NOT D"
                                   TO REJECT-REASON
                           WHEN "I"
                               PERFORM VALIDATE-REASON-INACTIVATE
                           WHEN OTHER
                               MOVE "ACTION IS NOT A, C, D OR I"
                                   TO REJECT-REASON
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       VALIDATE-REASON-ADD.
           IF REASON-CODE-MATCH-IX > 0
               MOVE "DUPLICATE KEY - REASON CODE ALREADY ON FILE"
                   TO REJECT-REASON
           ELSE
               IF TRAN-RSN-ACTIVE NOT = "A"
               AND TRAN-RSN-ACTIVE NOT = "I"
                   MOVE "ACTIVE FLAG IS NOT A OR I" TO REJECT-REASON
               ELSE
                   IF TRAN-RSN-DESC = SPACES
                       MOVE "REASON DESCRIPTION IS BLANK"
                           TO REJECT-REASON
                   ELSE
                       PERFORM VALIDATE-REASON-ACTION
                       IF REJECT-REASON = SPACES
                       AND REASON-CODE-COUNT >= REASON-CODE-LIMIT
                           MOVE "REASON CODE TABLE IS FULL AT 50 ROWS"
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDATE-REASON-CHANGE.
           IF REASON-CODE-MATCH-IX = 0
               MOVE "REASON CODE NOT ON FILE" TO REJECT-REASON
           ELSE
               IF TRAN-RSN-ACTIVE NOT = SPACE
               AND TRAN-RSN-ACTIVE NOT = "A"
               AND TRAN-RSN-ACTIVE NOT = "I"
                   MOVE "ACTIVE FLAG IS NOT A OR I" TO REJECT-REASON
               ELSE
                   IF TRAN-RSN-ACTION NOT = SPACES
                       PERFORM VALIDATE-REASON-ACTION
                   END-IF
               END-IF
           END-IF.

       VALIDATE-REASON-INACTIVATE.
           IF REASON-CODE-MATCH-IX = 0
               MOVE "REASON CODE NOT ON FILE" TO REJECT-REASON
           ELSE
               IF NOT RSN-ACTIVE(REASON-CODE-MATCH-IX)
                   MOVE "REASON CODE IS ALREADY INACTIVE"
                       TO REJECT-REASON
               END-IF
           END-IF.

       VALIDATE-REASON-ACTION.
           IF TRAN-RSN-ACTION NOT = "RUNOVRD"
           AND TRAN-RSN-ACTION NOT = "RUNABAND"
           AND TRAN-RSN-ACTION NOT = "SUPPRUN"
           AND TRAN-RSN-ACTION NOT = "DUPOVRD"
           AND TRAN-RSN-ACTION NOT = "DISCARD"
           AND TRAN-RSN-ACTION NOT = "*ALL"
               MOVE "OVERRIDE ACTION IS NOT RECOGNIZED"
                   TO REJECT-REASON
           END-IF.

       APPLY-REASON-TRANSACTION.
           IF TRAN-ACTION NOT = "A"
               PERFORM BUILD-REASON-CODE-IMAGE
               MOVE REASON-CODE-DATA TO BEFORE-IMAGE
           END-IF
           EVALUATE TRAN-ACTION
               WHEN "A"
                   ADD 1 TO REASON-CODE-COUNT
                   MOVE REASON-CODE-COUNT TO REASON-CODE-MATCH-IX
                   MOVE TRAN-RSN-CODE TO RSN-CODE(REASON-CODE-MATCH-IX)
                   MOVE TRAN-RSN-ACTION
                       TO RSN-ACTION(REASON-CODE-MATCH-IX)
                   MOVE TRAN-RSN-ACTIVE
                       TO RSN-ACTIVE-SW(REASON-CODE-MATCH-IX)
                   MOVE TRAN-RSN-DESC TO RSN-DESC(REASON-CODE-MATCH-IX)
               WHEN "C"
                   IF TRAN-RSN-ACTION NOT = SPACES
                       MOVE TRAN-RSN-ACTION
                           TO RSN-ACTION(REASON-CODE-MATCH-IX)
                   END-IF
                   IF TRAN-RSN-ACTIVE NOT = SPACE
                       MOVE TRAN-RSN-ACTIVE
                           TO RSN-ACTIVE-SW(REASON-CODE-MATCH-IX)
                   END-IF
                   IF TRAN-RSN-DESC NOT = SPACES
                       MOVE TRAN-RSN-DESC
                           TO RSN-DESC(REASON-CODE-MATCH-IX)
                   END-IF
               WHEN "I"
                   MOVE "I" TO RSN-ACTIVE-SW(REASON-CODE-MATCH-IX)
           END-EVALUATE
           PERFORM BUILD-REASON-CODE-IMAGE
           MOVE REASON-CODE-DATA TO AFTER-IMAGE.

       BUILD-REASON-CODE-IMAGE.
           MOVE SPACES TO REASON-CODE-DATA
           MOVE RSN-CODE(REASON-CODE-MATCH-IX) TO RSN-CODE-IN
           MOVE RSN-ACTION(REASON-CODE-MATCH-IX) TO RSN-ACTION-IN
           MOVE RSN-ACTIVE-SW(REASON-CODE-MATCH-IX) TO RSN-ACTIVE-IN
           MOVE RSN-DESC(REASON-CODE-MATCH-IX) TO RSN-DESC-IN.

       FIND-MASTER-SOURCE.
           MOVE 0 TO MASTER-MATCH-IX
           PERFORM VARYING MASTER-IX FROM 1 BY 1
           UNTIL MASTER-IX > SOURCE-MASTER-COUNT
            OR MASTER-MATCH-IX > 0
               IF MASTER-SOURCE(MASTER-IX) = SEARCH-KEY
                   MOVE MASTER-IX TO MASTER-MATCH-IX
               END-IF
           END-PERFORM.

       FIND-TOLERANCE-ROW.
           MOVE 0 TO TOLERANCE-MATCH-IX
           PERFORM VARYING TOLERANCE-IX FROM 1 BY 1
           UNTIL TOLERANCE-IX > TOLERANCE-COUNT
            OR TOLERANCE-MATCH-IX > 0
               IF TOL-SOURCE(TOLERANCE-IX) = SEARCH-KEY
                   MOVE TOLERANCE-IX TO TOLERANCE-MATCH-IX
               END-IF
           END-PERFORM.

       FIND-REASON-CODE-ROW.
           MOVE 0 TO REASON-CODE-MATCH-IX
           PERFORM VARYING REASON-CODE-IX FROM 1 BY 1
           UNTIL REASON-CODE-IX > REASON-CODE-COUNT
            OR REASON-CODE-MATCH-IX > 0
               IF RSN-CODE(REASON-CODE-IX) = SEARCH-KEY
                   MOVE REASON-CODE-IX TO REASON-CODE-MATCH-IX
               END-IF
           END-PERFORM.

       FIND-MAP-ROW.
           MOVE 0 TO ACCOUNT-MAP-MATCH-IX
           PERFORM VARYING ACCOUNT-MAP-IX FROM 1 BY 1
           UNTIL ACCOUNT-MAP-IX > ACCOUNT-MAP-COUNT
            OR ACCOUNT-MAP-MATCH-IX > 0
               IF MAP-SOURCE(ACCOUNT-MAP-IX) = SEARCH-KEY
                   MOVE ACCOUNT-MAP-IX TO ACCOUNT-MAP-MATCH-IX
               END-IF
           END-PERFORM.

      * THE CALIBRATION RUN WOULD FALL BACK TO ITS BUILT-IN SUSPENSE
      * ACCOUNT FOR AN UNMAPPED SOURCE; HERE THAT FALLBACK ONLY
      * COUNTS WHEN SOMEONE HAS DELIBERATELY PUT A *DEFAULT ROW ON
      * THE MAP.
       CHECK-ACCOUNT-COVERAGE.
           MOVE "*DEFAULT" TO SEARCH-KEY
           PERFORM FIND-MAP-ROW
           IF ACCOUNT-MAP-MATCH-IX > 0
               SET DEFAULT-MAP-PRESENT TO TRUE
           END-IF
           IF NOT DEFAULT-MAP-PRESENT
               PERFORM VARYING MASTER-IX FROM 1 BY 1
               UNTIL MASTER-IX > SOURCE-MASTER-COUNT
                   IF MASTER-ACTIVE(MASTER-IX)
                       MOVE MASTER-SOURCE(MASTER-IX) TO SEARCH-KEY
                       PERFORM FIND-MAP-ROW
                       IF ACCOUNT-MAP-MATCH-IX = 0
                           MOVE SEARCH-KEY TO COVERAGE-SOURCE
                           WRITE REPORT-LINE FROM COVERAGE-DETAIL-LINE
                           ADD 1 TO COVERAGE-FAIL-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       REWRITE-MASTERS.
           IF SOURCE-MASTER-CHANGED
               OPEN OUTPUT SOURCE-MASTER-FILE
               PERFORM VARYING MASTER-MATCH-IX FROM 1 BY 1
               UNTIL MASTER-MATCH-IX > SOURCE-MASTER-COUNT
                   PERFORM BUILD-SOURCE-IMAGE
                   WRITE SOURCE-MASTER-LINE FROM SOURCE-MASTER-DATA
               END-PERFORM
               CLOSE SOURCE-MASTER-FILE
           END-IF
           IF TOLERANCE-CHANGED
               OPEN OUTPUT TOLERANCE-FILE
               PERFORM VARYING TOLERANCE-IX FROM 1 BY 1
               UNTIL TOLERANCE-IX > TOLERANCE-COUNT
                   MOVE TOL-SOURCE(TOLERANCE-IX) TO TOLERANCE-SOURCE
                   MOVE TOL-PCT(TOLERANCE-IX) TO TOLERANCE-PCT-TEXT
                   WRITE TOLERANCE-LINE FROM TOLERANCE-DATA
               END-PERFORM
               CLOSE TOLERANCE-FILE
           END-IF
           IF ACCOUNT-MAP-CHANGED
               OPEN OUTPUT GL-ACCOUNT-MAP-FILE
               PERFORM VARYING ACCOUNT-MAP-IX FROM 1 BY 1
               UNTIL ACCOUNT-MAP-IX > ACCOUNT-MAP-COUNT
                   MOVE MAP-SOURCE(ACCOUNT-MAP-IX) TO MAP-SOURCE-IN
                   MOVE MAP-ACCOUNT(ACCOUNT-MAP-IX) TO MAP-ACCOUNT-IN
                   WRITE GL-ACCOUNT-MAP-LINE FROM ACCOUNT-MAP-DATA
               END-PERFORM
               CLOSE GL-ACCOUNT-MAP-FILE
           END-IF
           IF REASON-CODE-CHANGED
               OPEN OUTPUT REASON-CODE-FILE
               PERFORM VARYING REASON-CODE-MATCH-IX FROM 1 BY 1
               UNTIL REASON-CODE-MATCH-IX > REASON-CODE-COUNT
                   PERFORM BUILD-REASON-CODE-IMAGE
                   WRITE REASON-CODE-LINE FROM REASON-CODE-DATA
               END-PERFORM
               CLOSE REASON-CODE-FILE
           END-IF.

      * CHANGES ARE HELD UNTIL THE MASTERS HAVE BEEN REWRITTEN, SO
      * THE AUDIT LOG NEVER RECORDS A CHANGE THAT WAS NOT MADE.
       RECORD-CHANGE.
           IF CHANGE-COUNT >= CHANGE-LIMIT
               DISPLAY "CHANGE TABLE IS FULL AT " CHANGE-LIMIT
                   " ENTRIES - NO MASTER HAS BEEN REWRITTEN"
               DISPLAY "OPERATOR ACTION REQUIRED - SPLIT THE "
                   "TRANSACTION FILE AND RUN THE MAINTENANCE IN "
                   "MORE THAN ONE PASS"
               CLOSE REPORT-FILE
               STOP RUN WITH ERROR STATUS 16
           END-IF
           ADD 1 TO CHANGE-COUNT
           MOVE TRAN-FILE TO CHANGE-FILE(CHANGE-COUNT)
           MOVE TRAN-ACTION TO CHANGE-ACTION(CHANGE-COUNT)
           MOVE SEARCH-KEY TO CHANGE-KEY(CHANGE-COUNT)
           MOVE BEFORE-IMAGE TO CHANGE-BEFORE(CHANGE-COUNT)
           MOVE AFTER-IMAGE TO CHANGE-AFTER(CHANGE-COUNT).

       WRITE-AUDIT-LOG.
           IF CHANGE-COUNT > 0
               OPEN EXTEND AUDIT-FILE
               PERFORM VARYING CHANGE-IX FROM 1 BY 1
               UNTIL CHANGE-IX > CHANGE-COUNT
                   MOVE SPACES TO AUDIT-LINE-DATA
                   MOVE CURRENT-STAMP TO AUDIT-STAMP
                   MOVE OPERATOR-ID TO AUDIT-OPERATOR
                   MOVE CHANGE-FILE(CHANGE-IX) TO AUDIT-FILE-CODE
                   MOVE CHANGE-ACTION(CHANGE-IX) TO AUDIT-ACTION
                   MOVE CHANGE-KEY(CHANGE-IX) TO AUDIT-KEY
                   MOVE RUN-DATE TO AUDIT-DATE
                   MOVE "BEFORE" TO AUDIT-IMAGE-TAG
                   MOVE CHANGE-BEFORE(CHANGE-IX) TO AUDIT-IMAGE
                   WRITE AUDIT-LINE FROM AUDIT-LINE-DATA
                   MOVE "AFTER" TO AUDIT-IMAGE-TAG
                   MOVE CHANGE-AFTER(CHANGE-IX) TO AUDIT-IMAGE
                   WRITE AUDIT-LINE FROM AUDIT-LINE-DATA
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       WRITE-APPLIED-LINES.
           MOVE SPACES TO APPLIED-ACTION
           MOVE TRAN-FILE TO APPLIED-FILE
           MOVE SEARCH-KEY TO APPLIED-KEY
           EVALUATE TRAN-ACTION
               WHEN "A"
                   MOVE "ADDED" TO APPLIED-ACTION
               WHEN "C"
                   MOVE "CHANGED" TO APPLIED-ACTION
               WHEN "D"
                   MOVE "DELETED" TO APPLIED-ACTION
               WHEN "I"
                   MOVE "INACTIVATED" TO APPLIED-ACTION
           END-EVALUATE
           WRITE REPORT-LINE FROM APPLIED-DETAIL-LINE
           MOVE SPACES TO IMAGE-DETAIL-LINE
           MOVE "BEFORE:" TO IMAGE-TAG
           MOVE BEFORE-IMAGE TO IMAGE-TEXT
           WRITE REPORT-LINE FROM IMAGE-DETAIL-LINE
           MOVE "AFTER:" TO IMAGE-TAG
           MOVE AFTER-IMAGE TO IMAGE-TEXT
           WRITE REPORT-LINE FROM IMAGE-DETAIL-LINE.

       WRITE-REJECTED-LINE.
           MOVE TRAN-FILE TO REJECTED-FILE
           MOVE TRAN-ACTION TO REJECTED-ACTION
           IF TRAN-FILE = "RSN"
               MOVE TRAN-IMAGE(1:4) TO REJECTED-KEY
           ELSE
               MOVE TRAN-IMAGE(1:8) TO REJECTED-KEY
           END-IF
           MOVE REJECT-REASON TO REJECTED-REASON
           WRITE REPORT-LINE FROM REJECTED-DETAIL-LINE.

       WRITE-SUMMARY.
           MOVE SPACES TO SUMMARY-LINE
           MOVE "TRANSACTIONS READ:" TO SUMMARY-LABEL
           MOVE TRANSACTION-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "TRANSACTIONS APPLIED:" TO SUMMARY-LABEL
           MOVE APPLIED-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "TRANSACTIONS REJECTED:" TO SUMMARY-LABEL
           MOVE REJECTED-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "DUPLICATE ROWS DROPPED:" TO SUMMARY-LABEL
           MOVE DUPLICATE-DROP-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "UNMAPPED ACTIVE SOURCES:" TO SUMMARY-LABEL
           MOVE COVERAGE-FAIL-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "SOURCES ON MASTER:" TO SUMMARY-LABEL
           MOVE SOURCE-MASTER-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "TOLERANCE ROWS:" TO SUMMARY-LABEL
           MOVE TOLERANCE-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "GL ACCOUNT MAP ROWS:" TO SUMMARY-LABEL
           MOVE ACCOUNT-MAP-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "REASON CODE ROWS:" TO SUMMARY-LABEL
           MOVE REASON-CODE-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE.
