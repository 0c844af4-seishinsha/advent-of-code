      *             BUSDATE, FALLING BACK TO THE SYSTEM DATE) SO A
      *             CORRECTION CYCLE RUN AFTER MIDNIGHT POSTS ITS
      *             ADJUSTMENT UNDER THE RIGHT BUSINESS DATE.
      * 2026-09-14  CORRECTED VALUES NOW ALSO REACH THE JOURNAL-
      *             VOUCHER FEED: AN ADJ VOUCHER IS APPENDED TO
      *             CALGLJV.TXT WITH ONE BALANCED DR/CR PAIR PER
      *             SOURCE (SOURCE ACCOUNT FROM CALGLMAP.TXT AGAINST
      *             THE OFFSET ACCOUNT), ITS HEADER NAMING THE LATEST
      *             RUN OF THE DATE, AND EVERY LINE IS KEPT IN THE
      *             JOURNAL-VOUCHER HISTORY (CALJVHST.TXT).  THE
      *             SOURCE IS TAKEN FROM THE EXCEPTION RECORD, WHICH
      *             NOW CARRIES IT.
      * 2026-09-23  A DISCARD IS AN OVERRIDE AND MUST BE SIGNED FOR.
      *             EVERY D TRANSACTION NOW CARRIES A REASON CODE IN
      *             COLUMNS 14-17 THAT IS ACTIVE ON THE REASON-CODE
      *             TABLE (CALRSNC.TXT) FOR DISCARD, AND THE RUN NEEDS
      *             AN OPERATOR ID (ENVIRONMENT NAME OPERID).  ALL
      *             DISCARDS ARE CHECKED BEFORE ANY CORRECTION IS
      *             APPLIED, AND THE RUN IS REFUSED WITH RETURN CODE
      *             12 IF ANY LACKS EITHER.  EACH DISCARD APPLIED IS
      *             APPENDED TO THE PERMANENT OVERRIDE LOG
      *             (CALOVRL.TXT).
      * 2026-10-03  A RERUN OF THE DATE NOW REVERSES THE ADJ VOUCHER
      *             TOGETHER WITH THE RUN NAMED IN ITS HEADER, SO THE
      *             CORRECTION CYCLE RUN AFTER A RERUN NO LONGER
      *             DOUBLES THE ADJUSTMENT ON THE GL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ASSIGN TO DISK "CALGLHST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-VOUCHER-FILE
           ASSIGN TO DISK "CALGLJV.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-ACCOUNT-MAP-FILE
           ASSIGN TO DISK "CALGLMAP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JV-HISTORY-FILE
           ASSIGN TO DISK "CALJVHST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REASON-CODE-FILE
           ASSIGN TO DISK "CALRSNC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OVERRIDE-LOG-FILE
           ASSIGN TO DISK "CALOVRL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE PIC X(118).

       FD  CORRECTION-FILE.
       01  CORRECTION-LINE PIC X(80).
       FD  GL-HISTORY-FILE.
       01  GL-HISTORY-LINE PIC X(37).

       FD  GL-VOUCHER-FILE.
       01  GL-VOUCHER-LINE PIC X(35).

       FD  GL-ACCOUNT-MAP-FILE.
       01  GL-ACCOUNT-MAP-LINE PIC X(17).

       FD  JV-HISTORY-FILE.
       01  JV-HISTORY-LINE PIC X(78).

       FD  REASON-CODE-FILE.
       01  REASON-CODE-LINE PIC X(56).

       FD  OVERRIDE-LOG-FILE.
       01  OVERRIDE-LOG-LINE PIC X(114).

       WORKING-STORAGE SECTION.
       77  RUN-DATE PIC X(8).
       77  BUSINESS-DATE-NAME PIC X(10) VALUE "BUSDATE".
       77  BATCH-ID-NAME PIC X(10) VALUE "BATCHID".
       77  CORRECTION-DSN PIC X(80) VALUE "CALCORR.TXT".
       77  CORRECTION-DD-NAME PIC X(10) VALUE "CORRFILEDD".
       77  OPERATOR-ID PIC X(8) VALUE SPACES.
       77  OPERATOR-ID-NAME PIC X(10) VALUE "OPERID".

       77  EXCEPTION-EOF-SW PIC X VALUE "N".
           88 EXCEPTION-AT-END VALUE "Y".
                   88 ENTRY-CORRECTED VALUE "C".
                   88 ENTRY-DISCARDED VALUE "D".
               10 ENTRY-VALUE      PIC 9(3).
               10 ENTRY-SOURCE     PIC X(8).

       77  TRANSACTION-COUNT PIC 9(6) VALUE ZERO.
       77  APPLIED-COUNT PIC 9(6) VALUE ZERO.
       77  CORRECTED-FIRST-DIGIT PIC 9.
       77  CORRECTED-LAST-DIGIT PIC 9.

       77  ADJUSTMENT-SOURCE-LIMIT PIC 9(4) VALUE 50.
       77  ADJUSTMENT-SOURCE-COUNT PIC 9(4) VALUE ZERO.
       77  ADJUSTMENT-SOURCE-IX PIC 9(4) VALUE ZERO.
       77  ADJUSTMENT-MATCH-IX PIC 9(4) VALUE ZERO.
       77  ADJUSTMENT-SOURCE-ID PIC X(8) VALUE SPACES.
       01  ADJUSTMENT-SOURCE-TABLE.
           05 ADJUSTMENT-SOURCE-ENTRY OCCURS 50 TIMES.
               10 ADJ-SOURCE PIC X(8).
               10 ADJ-AMOUNT PIC 9(9).

       77  REASON-CODE-EOF-SW PIC X VALUE "N".
           88 REASON-CODE-AT-END VALUE "Y".
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

       77  DISCARD-REQUEST-COUNT PIC 9(6) VALUE ZERO.
       77  DISCARD-FAULT-COUNT PIC 9(6) VALUE ZERO.
       77  DISCARD-FAULT PIC X(40) VALUE SPACES.

       77  ACCOUNT-MAP-EOF-SW PIC X VALUE "N".
           88 ACCOUNT-MAP-AT-END VALUE "Y".
       77  ACCOUNT-MAP-LIMIT PIC 9(4) VALUE 50.
       77  ACCOUNT-MAP-COUNT PIC 9(4) VALUE ZERO.
       77  ACCOUNT-MAP-IX PIC 9(4) VALUE ZERO.
       77  DEFAULT-GL-ACCOUNT PIC X(8) VALUE "SUSPENSE".
       77  OFFSET-GL-ACCOUNT PIC X(8) VALUE "CALCLRNG".
       77  SOURCE-GL-ACCOUNT PIC X(8) VALUE SPACES.
       01  ACCOUNT-MAP-TABLE.
           05 ACCOUNT-MAP-ENTRY OCCURS 50 TIMES.
               10 MAP-SOURCE  PIC X(8).
               10 MAP-ACCOUNT PIC X(8).

       77  JV-HISTORY-EOF-SW PIC X VALUE "N".
           88 JV-HISTORY-AT-END VALUE "Y".
       77  LATEST-RUN-NO PIC 9(4) VALUE ZERO.
       77  VOUCHER-LINE-COUNT PIC 9(6) VALUE ZERO.
       77  VOUCHER-HASH-TOTAL PIC 9(12) VALUE ZERO.
       77  CURRENT-STAMP PIC X(14) VALUE SPACES.
       77  STAMP-DATE PIC X(8).
       77  STAMP-TIME PIC X(8).

       01  EXCEPTION-DETAIL-DATA.
           05 EXCEPTION-REC-NO-IN  PIC X(6).
           05 FILLER               PIC X(2).
           05 EXCEPTION-REASON-IN  PIC X(20).
           05 EXCEPTION-INPUT-IN   PIC X(80).
           05 FILLER               PIC X(2).
           05 EXCEPTION-SOURCE-IN  PIC X(8).

       01  CORRECTION-DATA.
           05 CORRECTION-REC-NO    PIC X(6).
           05 CORRECTION-DISP      PIC X(1).
           05 FILLER               PIC X(1).
           05 CORRECTION-VALUE     PIC X(3).
           05 FILLER               PIC X(1).
           05 CORRECTION-REASON    PIC X(4).

       77  CORRECTION-REC-NO-NUM PIC 9(6) VALUE ZERO.
       77  CORRECTION-VALUE-NUM PIC 9(3) VALUE ZERO.

       01  REASON-CODE-DATA.
           05 RSN-CODE-IN        PIC X(4).
           05 FILLER             PIC X(1).
           05 RSN-ACTION-IN      PIC X(8).
           05 FILLER             PIC X(1).
           05 RSN-ACTIVE-IN      PIC X(1).
           05 FILLER             PIC X(1).
           05 RSN-DESC-IN        PIC X(40).

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

       01  EXTRACT-DETAIL-LINE.
           05 EXTRACT-REC-NO       PIC ZZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 HISTORY-AMOUNT    PIC S9(9) SIGN LEADING SEPARATE.

       01  ACCOUNT-MAP-DATA.
           05 MAP-SOURCE-IN  PIC X(8).
           05 FILLER         PIC X(1).
           05 MAP-ACCOUNT-IN PIC X(8).

       01  VOUCHER-HEADER-DATA.
           05 FILLER            PIC X(3)  VALUE "HDR".
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 VOUCHER-BATCH     PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 VOUCHER-DATE      PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 VOUCHER-RUN-NO    PIC 9(4).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 VOUCHER-TYPE      PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 VOUCHER-REF-RUN   PIC 9(4).

       01  VOUCHER-LINE-DATA.
           05 VOUCHER-SIDE      PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 VOUCHER-ACCOUNT   PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 VOUCHER-SOURCE    PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 VOUCHER-AMOUNT    PIC 9(9).

       01  VOUCHER-TRAILER-DATA.
           05 FILLER            PIC X(3)  VALUE "TRL".
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 VOUCHER-TRL-COUNT PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 VOUCHER-TRL-HASH  PIC 9(12).

       01  JV-HISTORY-DATA.
           05 JVH-DATE          PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 JVH-BATCH         PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 JVH-RUN-NO        PIC 9(4).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 JVH-TYPE          PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 JVH-REF-RUN       PIC 9(4).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 JVH-SIDE          PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 JVH-ACCOUNT       PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 JVH-SOURCE        PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 JVH-AMOUNT        PIC 9(9).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 JVH-STAMP         PIC X(14).

       01  REPORT-HEADING-LINE.
           05 FILLER PIC X(34) VALUE
              "EXCEPTION CORRECTION REPORT, DATE ".
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM RESOLVE-BATCH-ID
           PERFORM RESOLVE-CORRECTION-DSN
           PERFORM RESOLVE-OPERATOR-ID
           PERFORM LOAD-REASON-CODES
           PERFORM CHECK-DISCARD-AUTHORITY
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM LOAD-EXCEPTIONS
           PERFORM APPLY-CORRECTIONS
           PERFORM WRITE-DISPOSITION-REPORT
           PERFORM WRITE-GL-ADJUSTMENT
           PERFORM WRITE-ADJUSTMENT-VOUCHER
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           IF REJECTED-COUNT > 0
               MOVE "CALCORR.TXT" TO CORRECTION-DSN
           END-IF.

       RESOLVE-OPERATOR-ID.
           DISPLAY OPERATOR-ID-NAME UPON ENVIRONMENT-NAME
           ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.

      * THE FIRST ROW FOR A REASON CODE IS THE ONE THAT COUNTS.
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
                               MOVE RSN-ACTION-IN
                                   TO RSN-ACTION(REASON-CODE-COUNT)
                               MOVE RSN-ACTIVE-IN
                                   TO RSN-ACTIVE-SW(REASON-CODE-COUNT)
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

      * EVERY DISCARD IS CHECKED BEFORE ANY TRANSACTION IS APPLIED
      * OR THE REPORT IS OPENED, SO A REFUSED RUN LEAVES THE DAY'S
      * EXTRACT, GL FILES AND LAST CORRECTION REPORT UNTOUCHED.
       CHECK-DISCARD-AUTHORITY.
           MOVE "N" TO CORRECTION-EOF-SW
           OPEN INPUT CORRECTION-FILE
           PERFORM UNTIL CORRECTION-AT-END
               READ CORRECTION-FILE INTO CORRECTION-DATA
                   AT END SET CORRECTION-AT-END TO TRUE
                   NOT AT END
                       IF CORRECTION-DISP = "D"
                           ADD 1 TO DISCARD-REQUEST-COUNT
                           PERFORM CHECK-DISCARD-REASON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORRECTION-FILE
           IF DISCARD-REQUEST-COUNT > 0 AND OPERATOR-ID = SPACES
               DISPLAY "RUN REFUSED - " DISCARD-REQUEST-COUNT
                   " DISCARD(S) REQUESTED AND NO OPERATOR ID SUPPLIED"
               DISPLAY "OPERATOR ACTION REQUIRED - SET OPERID TO YOUR "
                   "OPERATOR ID SO THE DISCARDS CAN BE AUDITED"
               STOP RUN WITH ERROR STATUS 12
           END-IF
           IF DISCARD-FAULT-COUNT > 0
               DISPLAY "RUN REFUSED - " DISCARD-FAULT-COUNT
                   " DISCARD(S) WITHOUT A VALID REASON CODE"
               DISPLAY "OPERATOR ACTION REQUIRED - PUT AN ACTIVE "
                   "DISCARD REASON CODE FROM CALRSNC.TXT IN COLUMNS "
                   "14-17 OF EACH D TRANSACTION LISTED AND RESUBMIT "
                   "THE WHOLE CORRECTION FILE"
               STOP RUN WITH ERROR STATUS 12
           END-IF.

       CHECK-DISCARD-REASON.
           MOVE SPACES TO DISCARD-FAULT
           MOVE CORRECTION-REASON TO RSN-CODE-IN
           PERFORM FIND-REASON-CODE
           IF CORRECTION-REASON = SPACES
               MOVE "NO REASON CODE IN COLUMNS 14-17"
                   TO DISCARD-FAULT
           ELSE
               IF REASON-CODE-MATCH-IX = 0
                   MOVE "REASON CODE IS NOT ON CALRSNC.TXT"
                       TO DISCARD-FAULT
               ELSE
                   IF NOT RSN-ACTIVE(REASON-CODE-MATCH-IX)
                       MOVE "REASON CODE IS INACTIVE" TO DISCARD-FAULT
                   ELSE
                       IF RSN-ACTION(REASON-CODE-MATCH-IX) NOT = "*ALL"
                       AND RSN-ACTION(REASON-CODE-MATCH-IX)
                           NOT = "DISCARD"
                           MOVE "REASON CODE DOES NOT COVER DISCARD"
                               TO DISCARD-FAULT
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF DISCARD-FAULT NOT = SPACES
               DISPLAY "DISCARD OF RECORD " CORRECTION-REC-NO
                   " REASON " CORRECTION-REASON " - " DISCARD-FAULT
               ADD 1 TO DISCARD-FAULT-COUNT
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE RUN-DATE TO REPORT-HEADING-DATE
           MOVE BATCH-ID TO REPORT-HEADING-BATCH
           MOVE FUNCTION NUMVAL(EXCEPTION-REC-NO-IN)
               TO ENTRY-REC-NO(EXCEPTION-COUNT)
           MOVE "O" TO ENTRY-STATUS(EXCEPTION-COUNT)
           MOVE 0 TO ENTRY-VALUE(EXCEPTION-COUNT)
           MOVE EXCEPTION-SOURCE-IN TO ENTRY-SOURCE(EXCEPTION-COUNT).

       APPLY-CORRECTIONS.
           MOVE "N" TO CORRECTION-EOF-SW
                   MOVE "C" TO ENTRY-STATUS(MATCH-IX)
                   MOVE CORRECTION-VALUE-NUM TO ENTRY-VALUE(MATCH-IX)
                   ADD CORRECTION-VALUE-NUM TO NET-ADJUSTMENT
                   PERFORM ADD-ADJUSTMENT-SOURCE
                   PERFORM WRITE-CORRECTED-EXTRACT
                   ADD 1 TO APPLIED-COUNT
               ELSE
                   MOVE "D" TO ENTRY-STATUS(MATCH-IX)
                   ADD 1 TO DISCARDED-COUNT
                   PERFORM WRITE-OVERRIDE-LOG
               END-IF
           END-IF.

               END-IF
           END-PERFORM.

      * AN EXCEPTION WRITTEN BEFORE THE RECORD CARRIED ITS SOURCE IS
      * CHARGED UNDER *CORR*, WHICH FALLS TO THE DEFAULT ACCOUNT.
       ADD-ADJUSTMENT-SOURCE.
           MOVE ENTRY-SOURCE(MATCH-IX) TO ADJUSTMENT-SOURCE-ID
           IF ADJUSTMENT-SOURCE-ID = SPACES
               MOVE "*CORR*" TO ADJUSTMENT-SOURCE-ID
           END-IF
           MOVE 0 TO ADJUSTMENT-MATCH-IX
           PERFORM VARYING ADJUSTMENT-SOURCE-IX FROM 1 BY 1
           UNTIL ADJUSTMENT-SOURCE-IX > ADJUSTMENT-SOURCE-COUNT
            OR ADJUSTMENT-MATCH-IX > 0
               IF ADJ-SOURCE(ADJUSTMENT-SOURCE-IX)
                  = ADJUSTMENT-SOURCE-ID
                   MOVE ADJUSTMENT-SOURCE-IX TO ADJUSTMENT-MATCH-IX
               END-IF
           END-PERFORM
           IF ADJUSTMENT-MATCH-IX = 0
               IF ADJUSTMENT-SOURCE-COUNT >= ADJUSTMENT-SOURCE-LIMIT
                   DISPLAY "ADJUSTMENT SOURCE TABLE IS FULL AT "
                       ADJUSTMENT-SOURCE-LIMIT " ENTRIES"
                   DISPLAY "OPERATOR ACTION REQUIRED - SPLIT "
                       "CALCORR.TXT AND APPLY CORRECTIONS IN MORE "
                       "THAN ONE PASS"
                   CLOSE EXTRACT-FILE
                   CLOSE CORRECTION-FILE
                   CLOSE REPORT-FILE
                   STOP RUN WITH ERROR STATUS 16
               END-IF
               ADD 1 TO ADJUSTMENT-SOURCE-COUNT
               MOVE ADJUSTMENT-SOURCE-COUNT TO ADJUSTMENT-MATCH-IX
               MOVE ADJUSTMENT-SOURCE-ID
                   TO ADJ-SOURCE(ADJUSTMENT-MATCH-IX)
               MOVE 0 TO ADJ-AMOUNT(ADJUSTMENT-MATCH-IX)
           END-IF
           ADD CORRECTION-VALUE-NUM TO ADJ-AMOUNT(ADJUSTMENT-MATCH-IX).

       WRITE-CORRECTED-EXTRACT.
           DIVIDE CORRECTION-VALUE-NUM BY 10
               GIVING CORRECTED-FIRST-DIGIT
               CLOSE GL-HISTORY-FILE
           END-IF.

      * THE ADJ VOUCHER IS APPENDED BEHIND THE NIGHT'S ORG/SUP
      * VOUCHERS UNDER RUN 0000, AS IN THE GL HISTORY, AND ITS HEADER
      * NAMES THE LATEST RUN OF THE DATE IT ADJUSTS.  A RERUN OF THE
      * DATE REVERSES IT ALONG WITH THAT RUN'S VOUCHERS.
       WRITE-ADJUSTMENT-VOUCHER.
           IF ADJUSTMENT-SOURCE-COUNT > 0
               PERFORM LOAD-GL-ACCOUNT-MAP
               PERFORM FIND-LATEST-RUN
               PERFORM GET-TIMESTAMP
               OPEN EXTEND GL-VOUCHER-FILE
               OPEN EXTEND JV-HISTORY-FILE
               MOVE BATCH-ID TO VOUCHER-BATCH
               MOVE RUN-DATE TO VOUCHER-DATE
               MOVE 0 TO VOUCHER-RUN-NO
               MOVE "ADJ" TO VOUCHER-TYPE
               MOVE LATEST-RUN-NO TO VOUCHER-REF-RUN
               WRITE GL-VOUCHER-LINE FROM VOUCHER-HEADER-DATA
               MOVE 0 TO VOUCHER-LINE-COUNT
               MOVE 0 TO VOUCHER-HASH-TOTAL
               PERFORM VARYING ADJUSTMENT-SOURCE-IX FROM 1 BY 1
               UNTIL ADJUSTMENT-SOURCE-IX > ADJUSTMENT-SOURCE-COUNT
                   PERFORM FIND-GL-ACCOUNT
                   PERFORM WRITE-VOUCHER-LINE-PAIR
               END-PERFORM
               MOVE VOUCHER-LINE-COUNT TO VOUCHER-TRL-COUNT
               MOVE VOUCHER-HASH-TOTAL TO VOUCHER-TRL-HASH
               WRITE GL-VOUCHER-LINE FROM VOUCHER-TRAILER-DATA
               CLOSE JV-HISTORY-FILE
               CLOSE GL-VOUCHER-FILE
           END-IF.

       WRITE-VOUCHER-LINE-PAIR.
           MOVE SPACES TO VOUCHER-LINE-DATA
           MOVE "DR" TO VOUCHER-SIDE
           MOVE SOURCE-GL-ACCOUNT TO VOUCHER-ACCOUNT
           MOVE ADJ-SOURCE(ADJUSTMENT-SOURCE-IX) TO VOUCHER-SOURCE
           MOVE ADJ-AMOUNT(ADJUSTMENT-SOURCE-IX) TO VOUCHER-AMOUNT
           WRITE GL-VOUCHER-LINE FROM VOUCHER-LINE-DATA
           PERFORM WRITE-JV-HISTORY-ROW
           ADD 1 TO VOUCHER-LINE-COUNT
           ADD ADJ-AMOUNT(ADJUSTMENT-SOURCE-IX) TO VOUCHER-HASH-TOTAL
           MOVE "CR" TO VOUCHER-SIDE
           MOVE OFFSET-GL-ACCOUNT TO VOUCHER-ACCOUNT
           WRITE GL-VOUCHER-LINE FROM VOUCHER-LINE-DATA
           PERFORM WRITE-JV-HISTORY-ROW
           ADD 1 TO VOUCHER-LINE-COUNT
           ADD ADJ-AMOUNT(ADJUSTMENT-SOURCE-IX) TO VOUCHER-HASH-TOTAL.

       WRITE-JV-HISTORY-ROW.
           MOVE SPACES TO JV-HISTORY-DATA
           MOVE VOUCHER-DATE TO JVH-DATE
           MOVE VOUCHER-BATCH TO JVH-BATCH
           MOVE VOUCHER-RUN-NO TO JVH-RUN-NO
           MOVE VOUCHER-TYPE TO JVH-TYPE
           MOVE VOUCHER-REF-RUN TO JVH-REF-RUN
           MOVE VOUCHER-SIDE TO JVH-SIDE
           MOVE VOUCHER-ACCOUNT TO JVH-ACCOUNT
           MOVE VOUCHER-SOURCE TO JVH-SOURCE
           MOVE VOUCHER-AMOUNT TO JVH-AMOUNT
           MOVE CURRENT-STAMP TO JVH-STAMP
           WRITE JV-HISTORY-LINE FROM JV-HISTORY-DATA.

       FIND-LATEST-RUN.
           MOVE 0 TO LATEST-RUN-NO
           MOVE "N" TO JV-HISTORY-EOF-SW
           OPEN INPUT JV-HISTORY-FILE
           PERFORM UNTIL JV-HISTORY-AT-END
               READ JV-HISTORY-FILE INTO JV-HISTORY-DATA
                   AT END SET JV-HISTORY-AT-END TO TRUE
                   NOT AT END
                       IF JVH-DATE = RUN-DATE
                       AND JVH-BATCH = BATCH-ID
                       AND JVH-RUN-NO IS NUMERIC
                       AND JVH-RUN-NO > LATEST-RUN-NO
                           MOVE JVH-RUN-NO TO LATEST-RUN-NO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JV-HISTORY-FILE.

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

       LOAD-ONE-ACCOUNT-MAP-ROW.
           EVALUATE MAP-SOURCE-IN
               WHEN "*DEFAULT"
                   MOVE MAP-ACCOUNT-IN TO DEFAULT-GL-ACCOUNT
               WHEN "*OFFSET"
                   MOVE MAP-ACCOUNT-IN TO OFFSET-GL-ACCOUNT
               WHEN OTHER
                   IF ACCOUNT-MAP-COUNT < ACCOUNT-MAP-LIMIT
                       ADD 1 TO ACCOUNT-MAP-COUNT
                       MOVE MAP-SOURCE-IN
                           TO MAP-SOURCE(ACCOUNT-MAP-COUNT)
                       MOVE MAP-ACCOUNT-IN
                           TO MAP-ACCOUNT(ACCOUNT-MAP-COUNT)
                   END-IF
           END-EVALUATE.

       FIND-GL-ACCOUNT.
           MOVE DEFAULT-GL-ACCOUNT TO SOURCE-GL-ACCOUNT
           PERFORM VARYING ACCOUNT-MAP-IX FROM 1 BY 1
           UNTIL ACCOUNT-MAP-IX > ACCOUNT-MAP-COUNT
               IF MAP-SOURCE(ACCOUNT-MAP-IX)
                  = ADJ-SOURCE(ADJUSTMENT-SOURCE-IX)
                   MOVE MAP-ACCOUNT(ACCOUNT-MAP-IX)
                       TO SOURCE-GL-ACCOUNT
               END-IF
           END-PERFORM.

      * THE CORRECTION CYCLE IS LOGGED UNDER RUN 0000, AS ITS ADJ
      * ROWS ARE IN THE GL HISTORY.
       WRITE-OVERRIDE-LOG.
           PERFORM GET-TIMESTAMP
           MOVE SPACES TO OVERRIDE-LOG-DATA
           MOVE CURRENT-STAMP TO OVRL-STAMP
           MOVE RUN-DATE TO OVRL-DATE
           MOVE BATCH-ID TO OVRL-BATCH
           MOVE 0 TO OVRL-RUN-NO
           MOVE "DISCARD" TO OVRL-ACTION
           MOVE OPERATOR-ID TO OVRL-OPERATOR
           MOVE CORRECTION-REASON TO OVRL-REASON
           STRING "EXCEPTION " CORRECTION-REC-NO " DISCARDED, SOURCE "
               ENTRY-SOURCE(MATCH-IX)
               DELIMITED BY SIZE INTO OVRL-DETAIL
           OPEN EXTEND OVERRIDE-LOG-FILE
           WRITE OVERRIDE-LOG-LINE FROM OVERRIDE-LOG-DATA
           CLOSE OVERRIDE-LOG-FILE.

       GET-TIMESTAMP.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT STAMP-TIME FROM TIME
           MOVE STAMP-DATE TO CURRENT-STAMP(1:8)
           MOVE STAMP-TIME(1:6) TO CURRENT-STAMP(9:6).

       WRITE-SUMMARY.
           MOVE SPACES TO SUMMARY-LINE
           MOVE "EXCEPTIONS ON FILE:" TO SUMMARY-LABEL
