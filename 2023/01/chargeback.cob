       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-01-CHARGEBACK.
       AUTHOR. ALEJANDRO VILLANUEVA.

      * CHANGE LOG
      * 2026-09-28  NEW PROGRAM.  MONTHLY PROCESSING CHARGEBACK TO THE
      *             REGIONAL SOURCE OWNERS.  FOR ONE PERIOD (ENVIRONMENT
      *             NAME CHGPER, YYYYMM, DEFAULTING TO THE RUN DATE'S
      *             MONTH) AND BATCH (BATCHID) IT COUNTS, PER SOURCE
      *             ID, THE LINES PROCESSED AND EXCEPTIONS RAISED
      *             (EXTRACT AND EXCEPTION FILES OF EVERY BUSINESS
      *             DATE, THE NEWEST ARCH- DATASETS INDEXED IN
      *             CALARCIX.TXT, OR THE WORKING CALEXTR/CALEXCP WHILE
      *             CALGLIF.TXT IS STILL FOR THE DATE), THE
      *             CORRECTIONS APPLIED (THE *CORR* EXTRACT ROWS), AND
      *             THE FEEDS REJECTED OR RESENT (CALSRST.TXT AGAINST
      *             THE RUN-CONTROL MASTER CALRUNCT.TXT).  THE COUNTS
      *             ARE PRICED FROM THE CHARGEBACK RATE TABLE
      *             (CALCHGR.TXT), WHICH ALSO CARRIES EACH SOURCE'S
      *             COST CENTRE AND THE OPERATIONS RECOVERY ACCOUNT.
      *             ONE INVOICE PER REGISTERED SOURCE IS PRINTED TO
      *             CALCHGI.TXT, ADDRESSED TO ITS CONTACT ON
      *             CALSRCM.TXT, AND A BALANCED CHARGEBACK JOURNAL IS
      *             WRITTEN TO CALCHGJ.TXT: ONE DEBIT PER SOURCE TO
      *             ITS COST CENTRE AND ONE CREDIT TO THE RECOVERY
      *             ACCOUNT, UNDER A HEADER AND A TRAILER CARRYING
      *             LINE COUNT AND HASH TOTAL.  A PERIOD NOT MARKED
      *             CLOSED IN CALPERD.TXT IS REFUSED WITH RETURN CODE
      *             12, SO CHARGES ALWAYS MATCH THE FIGURES FINANCE
      *             HAS REPORTED, AS IS A RATE TABLE MISSING A RATE,
      *             THE RECOVERY ACCOUNT, OR A COST CENTRE FOR A
      *             SOURCE THAT HAS CHARGES.  ENDS WITH RETURN CODE 4
      *             WHEN A RUN DAY HAS NO DETAIL DATA LEFT OR SOME
      *             ACTIVITY COULD NOT BE CHARGED TO A REGISTERED
      *             SOURCE.
      * 2026-10-01  FEED ATTEMPTS OF A PARTITIONED DAY ARE NOW JUDGED
      *             AGAINST THEIR OWN PARTITION'S RUN-CONTROL FILE
      *             (CALRUNCT.PNN, PARTITION NUMBER FROM THE END OF THE
      *             STATISTICS ROW), SINCE PARTITION AND MERGE RUN
      *             NUMBERS OVERLAP.  AN ATTEMPT IN A FAILED OR
      *             ABANDONED RUN IS LEFT UNCHARGED ONLY WHEN THE SAME
      *             SOURCE WAS ATTEMPTED AGAIN LATER IN ANOTHER RUN OF
      *             THE DAY; A SOURCE FINISHED BEFORE AN ABEND IS NOT
      *             REPROCESSED BY THE RESTART, SO ITS ONLY ATTEMPT IS
      *             JUDGED ON ITS OUTCOME.
      * 2026-10-06  CORRECTIONS ARE NOW ALWAYS COUNTED FROM THE *CORR*
      *             EXTRACT ROWS, WHICH EVERY CORRECTION PASS APPENDS
      *             TO; CALCORPT.TXT IS RE-CREATED BY EACH PASS AND SO
      *             LOST THE EARLIER PASSES OF A DAY.  A SUPPLEMENTAL
      *             RUN IS NOW KNOWN BY ITS SUPPRUN ROW ON THE OVERRIDE
      *             LOG (CALOVRL.TXT), SO ITS ACCEPTED LATE FEEDS ARE
      *             CHARGED EVEN WHEN ANOTHER LATE FEED FAILED AND THE
      *             RUN DID NOT END SUPPLMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC OS X.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIOD-CONTROL-FILE
           ASSIGN TO DISK "CALPERD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RATE-TABLE-FILE
           ASSIGN TO DISK "CALCHGR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SOURCE-MASTER-FILE
           ASSIGN TO DISK "CALSRCM.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL-FILE
           ASSIGN TO DYNAMIC RUN-CONTROL-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVE-INDEX-FILE
           ASSIGN TO DISK "CALARCIX.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-INTERFACE-FILE
           ASSIGN TO DISK "CALGLIF.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO DYNAMIC
           EXCEPTION-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXTRACT-FILE ASSIGN TO DYNAMIC EXTRACT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OVERRIDE-LOG-FILE
           ASSIGN TO DISK "CALOVRL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SOURCE-STATISTICS-FILE
           ASSIGN TO DISK "CALSRST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REPORT-FILE ASSIGN TO DISK "CALCHGI.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHARGE-JOURNAL-FILE
           ASSIGN TO DISK "CALCHGJ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-LINE PIC X(30).

       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-LINE PIC X(21).

       FD  SOURCE-MASTER-FILE.
       01  SOURCE-MASTER-LINE PIC X(117).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(61).

       FD  ARCHIVE-INDEX-FILE.
       01  ARCHIVE-INDEX-LINE PIC X(111).

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-LINE PIC X(34).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE PIC X(200).

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE PIC X(200).

       FD  OVERRIDE-LOG-FILE.
       01  OVERRIDE-LOG-LINE PIC X(114).

       FD  SOURCE-STATISTICS-FILE.
       01  SOURCE-STATISTICS-LINE PIC X(178).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(107).

       FD  CHARGE-JOURNAL-FILE.
       01  CHARGE-JOURNAL-LINE PIC X(37).

       WORKING-STORAGE SECTION.
       77  RUN-DATE PIC X(8).
       77  BUSINESS-DATE-NAME PIC X(10) VALUE "BUSDATE".
       77  BUSINESS-DATE-TEXT PIC X(8) VALUE SPACES.
       77  BATCH-ID PIC X(8) VALUE "DAY01P01".
       77  BATCH-ID-NAME PIC X(10) VALUE "BATCHID".
       77  CHARGE-PERIOD-NAME PIC X(10) VALUE "CHGPER".
       77  CHARGE-PERIOD PIC X(6) VALUE SPACES.

       77  EXCEPTION-DSN PIC X(60) VALUE SPACES.
       77  RUN-CONTROL-DSN PIC X(20) VALUE "CALRUNCT.TXT".
       77  LOAD-PARTITION PIC X(2) VALUE SPACES.
       77  EXTRACT-DSN PIC X(60) VALUE SPACES.

       77  PERIOD-EOF-SW PIC X VALUE "N".
           88 PERIOD-AT-END VALUE "Y".
       77  PERIOD-CLOSED-SW PIC X VALUE "N".
           88 PERIOD-IS-CLOSED VALUE "Y".
       77  RATE-EOF-SW PIC X VALUE "N".
           88 RATE-AT-END VALUE "Y".
       77  SOURCE-MASTER-EOF-SW PIC X VALUE "N".
           88 SOURCE-MASTER-AT-END VALUE "Y".
       77  RUN-CONTROL-EOF-SW PIC X VALUE "N".
           88 RUN-CONTROL-AT-END VALUE "Y".
       77  INDEX-EOF-SW PIC X VALUE "N".
           88 INDEX-AT-END VALUE "Y".
       77  DATA-EOF-SW PIC X VALUE "N".
           88 DATA-AT-END VALUE "Y".
       77  STATISTICS-EOF-SW PIC X VALUE "N".
           88 STATISTICS-AT-END VALUE "Y".
       77  OVERRIDE-LOG-EOF-SW PIC X VALUE "N".
           88 OVERRIDE-LOG-AT-END VALUE "Y".

       77  LINE-RATE PIC 9(5)V9(4) VALUE ZERO.
       77  EXCEPTION-RATE PIC 9(5)V9(4) VALUE ZERO.
       77  CORRECTION-RATE PIC 9(5)V9(4) VALUE ZERO.
       77  FEED-RATE PIC 9(5)V9(4) VALUE ZERO.
       77  LINE-RATE-SW PIC X VALUE "N".
           88 LINE-RATE-FOUND VALUE "Y".
       77  EXCEPTION-RATE-SW PIC X VALUE "N".
           88 EXCEPTION-RATE-FOUND VALUE "Y".
       77  CORRECTION-RATE-SW PIC X VALUE "N".
           88 CORRECTION-RATE-FOUND VALUE "Y".
       77  FEED-RATE-SW PIC X VALUE "N".
           88 FEED-RATE-FOUND VALUE "Y".
       77  RECOVERY-ACCOUNT PIC X(8) VALUE SPACES.
       77  DEFAULT-COST-CENTRE PIC X(8) VALUE SPACES.
       77  RATE-TABLE-FAULTS PIC 9(4) VALUE ZERO.

       77  CENTRE-LIMIT PIC 9(4) VALUE 50.
       77  CENTRE-COUNT PIC 9(4) VALUE ZERO.
       77  CENTRE-IX PIC 9(4) VALUE ZERO.
       01  COST-CENTRE-TABLE.
           05 COST-CENTRE-ENTRY OCCURS 50 TIMES.
               10 CENTRE-SOURCE  PIC X(8).
               10 CENTRE-ACCOUNT PIC X(8).

       77  SOURCE-LIMIT PIC 9(4) VALUE 50.
       77  CHARGE-SOURCE-COUNT PIC 9(4) VALUE ZERO.
       77  SOURCE-IX PIC 9(4) VALUE ZERO.
       77  MATCH-IX PIC 9(4) VALUE ZERO.
       01  CHARGE-TABLE.
           05 CHARGE-ENTRY OCCURS 50 TIMES.
               10 CHARGE-SOURCE       PIC X(8).
               10 CHARGE-CONTACT      PIC X(30).
               10 CHARGE-CENTRE       PIC X(8).
               10 CHARGE-LINES        PIC 9(9).
               10 CHARGE-EXCEPTIONS   PIC 9(9).
               10 CHARGE-CORRECTIONS  PIC 9(9).
               10 CHARGE-FEEDS        PIC 9(6).
               10 CHARGE-TOTAL        PIC 9(9)V99.

       77  DAY-LIMIT PIC 9(4) VALUE 31.
       77  DAY-COUNT PIC 9(4) VALUE ZERO.
       77  DAY-IX PIC 9(4) VALUE ZERO.
       77  DAY-MATCH-IX PIC 9(4) VALUE ZERO.
       01  DAY-TABLE.
           05 DAY-ENTRY OCCURS 31 TIMES.
               10 DAY-DATE          PIC X(8).
               10 DAY-EXCEPTION-DSN PIC X(60).
               10 DAY-EXTRACT-DSN   PIC X(60).

       77  RUN-LIMIT PIC 9(4) VALUE 600.
       77  RUN-COUNT PIC 9(4) VALUE ZERO.
       77  RUN-IX PIC 9(4) VALUE ZERO.
       77  RUN-MATCH-IX PIC 9(4) VALUE ZERO.
       01  RUN-TABLE.
           05 RUN-ENTRY OCCURS 600 TIMES.
               10 RUN-DATE-KEY   PIC X(8).
               10 RUN-PARTITION  PIC X(2).
               10 RUN-NO-KEY     PIC 9(4).
               10 RUN-STATUS     PIC X(8).

       77  PARTITION-LIMIT PIC 9(4) VALUE 99.
       77  PARTITION-COUNT PIC 9(4) VALUE ZERO.
       77  PARTITION-IX PIC 9(4) VALUE ZERO.
       77  PARTITION-MATCH-IX PIC 9(4) VALUE ZERO.
       01  PARTITION-TABLE.
           05 PARTITION-SEEN OCCURS 99 TIMES PIC X(2).

       77  ATTEMPT-LIMIT PIC 9(4) VALUE 3000.
       77  ATTEMPT-COUNT PIC 9(4) VALUE ZERO.
       77  ATTEMPT-IX PIC 9(4) VALUE ZERO.
       77  LATER-IX PIC 9(4) VALUE ZERO.
       01  ATTEMPT-TABLE.
           05 ATTEMPT-ENTRY OCCURS 3000 TIMES.
               10 ATTEMPT-DATE      PIC X(8).
               10 ATTEMPT-PARTITION PIC X(2).
               10 ATTEMPT-RUN-NO    PIC 9(4).
               10 ATTEMPT-SOURCE    PIC X(8).
               10 ATTEMPT-OUTCOME   PIC X(8).

       77  SUPPLEMENT-LIMIT PIC 9(4) VALUE 500.
       77  SUPPLEMENT-COUNT PIC 9(4) VALUE ZERO.
       77  SUPPLEMENT-IX PIC 9(4) VALUE ZERO.
       77  SUPPLEMENT-MATCH-IX PIC 9(4) VALUE ZERO.
       01  SUPPLEMENT-TABLE.
           05 SUPPLEMENT-ENTRY OCCURS 500 TIMES.
               10 SUPPLEMENT-DATE      PIC X(8).
               10 SUPPLEMENT-PARTITION PIC X(2).
               10 SUPPLEMENT-RUN-NO    PIC 9(4).

       77  REJECTION-LIMIT PIC 9(4) VALUE 500.
       77  REJECTION-COUNT PIC 9(4) VALUE ZERO.
       77  REJECTION-IX PIC 9(4) VALUE ZERO.
       77  REJECTION-MATCH-IX PIC 9(4) VALUE ZERO.
       01  REJECTION-TABLE.
           05 REJECTION-ENTRY OCCURS 500 TIMES.
               10 REJECTION-DATE   PIC X(8).
               10 REJECTION-SOURCE PIC X(8).

       77  EXCEPTION-LIMIT PIC 9(4) VALUE 5000.
       77  EXCEPTION-COUNT PIC 9(4) VALUE ZERO.
       77  EXCEPTION-IX PIC 9(4) VALUE ZERO.
       01  EXCEPTION-TABLE.
           05 EXCEPTION-ENTRY OCCURS 5000 TIMES.
               10 EXCEPTION-KEY-REC-NO PIC 9(6).
               10 EXCEPTION-KEY-SOURCE PIC X(8).

       77  ROW-REC-NO PIC 9(6) VALUE ZERO.
       77  ROW-SOURCE PIC X(8) VALUE SPACES.
       77  FOUND-RUN-STATUS PIC X(8) VALUE SPACES.
       77  ATTEMPT-REPEATED-SW PIC X VALUE "N".
           88 ATTEMPT-REPEATED VALUE "Y".
       77  CHARGEABLE-FEED-SW PIC X VALUE "N".
           88 CHARGEABLE-FEED VALUE "Y".
       77  RATE-VALUE PIC 9(5)V9(4) VALUE ZERO.
       77  RATE-VALID-SW PIC X VALUE "N".
           88 RATE-VALID VALUE "Y".
       77  DAY-SOUGHT PIC X(8) VALUE SPACES.

       77  CHARGE-AMOUNT PIC 9(9)V99 VALUE ZERO.
       77  PERIOD-CHARGE-TOTAL PIC 9(11)V99 VALUE ZERO.
       77  JOURNAL-LINE-COUNT PIC 9(6) VALUE ZERO.
       77  JOURNAL-HASH-TOTAL PIC 9(12)V99 VALUE ZERO.
       77  SOURCES-INVOICED PIC 9(4) VALUE ZERO.
       77  SOURCES-IDLE PIC 9(4) VALUE ZERO.
       77  CENTRE-FAULTS PIC 9(4) VALUE ZERO.
       77  DAYS-BILLED PIC 9(4) VALUE ZERO.
       77  DAYS-WITHOUT-DETAIL PIC 9(4) VALUE ZERO.
       77  UNATTRIBUTED-COUNT PIC 9(9) VALUE ZERO.
       77  UNREGISTERED-COUNT PIC 9(9) VALUE ZERO.
       77  ATTEMPTS-NOT-CHARGED PIC 9(6) VALUE ZERO.

       01  PERIOD-CONTROL-DATA.
           05 PERIOD-KEY     PIC X(6).
           05 FILLER         PIC X(1).
           05 PERIOD-STATUS  PIC X(8).
           05 FILLER         PIC X(1).
           05 PERIOD-STAMP   PIC X(14).

       01  RATE-TABLE-DATA.
           05 RATE-KEY-IN    PIC X(8).
           05 FILLER         PIC X(1).
           05 RATE-VALUE-IN  PIC X(12).

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

       01  ARCHIVE-INDEX-DATA.
           05 INDEX-DATE      PIC X(8).
           05 FILLER          PIC X(1).
           05 INDEX-BATCH     PIC X(8).
           05 FILLER          PIC X(1).
           05 INDEX-TYPE      PIC X(3).
           05 FILLER          PIC X(1).
           05 INDEX-RETENTION PIC X(5).
           05 FILLER          PIC X(1).
           05 INDEX-REC-COUNT PIC X(7).
           05 FILLER          PIC X(1).
           05 INDEX-STAMP     PIC X(14).
           05 FILLER          PIC X(1).
           05 INDEX-DSN       PIC X(60).

       01  GL-INTERFACE-DATA.
           05 INTERFACE-BATCH   PIC X(8).
           05 FILLER            PIC X(1).
           05 INTERFACE-DATE    PIC X(8).
           05 FILLER            PIC X(17).

       01  EXCEPTION-DETAIL-DATA.
           05 EXCEPTION-REC-NO     PIC X(6).
           05 FILLER               PIC X(2).
           05 EXCEPTION-REASON     PIC X(20).
           05 EXCEPTION-INPUT-LINE PIC X(80).
           05 FILLER               PIC X(2).
           05 EXCEPTION-SOURCE-ID  PIC X(8).
           05 FILLER               PIC X(82).

       01  EXTRACT-DETAIL-DATA.
           05 EXTRACT-REC-NO       PIC X(6).
           05 FILLER               PIC X(2).
           05 EXTRACT-FIRST-DIGIT  PIC X(1).
           05 FILLER               PIC X(2).
           05 EXTRACT-LAST-DIGIT   PIC X(1).
           05 FILLER               PIC X(2).
           05 EXTRACT-CAL-VALUE    PIC X(3).
           05 FILLER               PIC X(2).
           05 EXTRACT-SOURCE-ID    PIC X(8).
           05 FILLER               PIC X(173).

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

       01  SOURCE-STATISTICS-DATA.
           05 STATS-DATE        PIC X(8).
           05 FILLER            PIC X(1).
           05 STATS-BATCH       PIC X(8).
           05 FILLER            PIC X(1).
           05 STATS-RUN-NO      PIC 9(4).
           05 FILLER            PIC X(1).
           05 STATS-SOURCE      PIC X(8).
           05 FILLER            PIC X(1).
           05 STATS-LINES       PIC X(6).
           05 FILLER            PIC X(1).
           05 STATS-EXCEPTIONS  PIC X(6).
           05 FILLER            PIC X(1).
           05 STATS-EXC-RATE    PIC X(4).
           05 FILLER            PIC X(1).
           05 STATS-TOLERANCE   PIC X(3).
           05 FILLER            PIC X(1).
           05 STATS-QGATE       PIC X(6).
           05 FILLER            PIC X(1).
           05 STATS-OUTCOME     PIC X(8).
           05 FILLER            PIC X(1).
           05 STATS-ELAPSED     PIC X(8).
           05 FILLER            PIC X(1).
           05 STATS-SUBTOTAL    PIC X(9).
           05 FILLER            PIC X(1).
           05 STATS-REJECT-REASON PIC X(40).
           05 FILLER            PIC X(1).
           05 STATS-DSN         PIC X(44).
           05 FILLER            PIC X(1).
           05 STATS-PARTITION   PIC X(2).

       01  CHARGE-HEADER-DATA.
           05 FILLER            PIC X(3)  VALUE "HDR".
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 JOURNAL-BATCH     PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 JOURNAL-DATE      PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 JOURNAL-PERIOD    PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 FILLER            PIC X(3)  VALUE "CHG".

       01  CHARGE-LINE-DATA.
           05 JOURNAL-SIDE      PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 JOURNAL-ACCOUNT   PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 JOURNAL-SOURCE    PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 JOURNAL-AMOUNT    PIC 9(9).99.

       01  CHARGE-TRAILER-DATA.
           05 FILLER            PIC X(3)  VALUE "TRL".
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 JOURNAL-TRL-COUNT PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 JOURNAL-TRL-HASH  PIC 9(12).99.

       01  REPORT-HEADING-LINE.
           05 FILLER PIC X(39) VALUE
              "PROCESSING CHARGEBACK INVOICES, PERIOD ".
           05 REPORT-HEADING-PERIOD PIC X(6).
           05 FILLER PIC X(8) VALUE ", BATCH ".
           05 REPORT-HEADING-BATCH PIC X(8).
           05 FILLER PIC X(11) VALUE ", RUN DATE ".
           05 REPORT-HEADING-DATE PIC X(8).

       01  INVOICE-HEADING-LINE.
           05 FILLER PIC X(18) VALUE "INVOICE TO SOURCE ".
           05 INVOICE-SOURCE PIC X(8).
           05 FILLER PIC X(9) VALUE "  PERIOD ".
           05 INVOICE-PERIOD PIC X(6).

       01  INVOICE-ATTENTION-LINE.
           05 FILLER PIC X(13) VALUE "  ATTENTION: ".
           05 INVOICE-CONTACT PIC X(30).

       01  INVOICE-CENTRE-LINE.
           05 FILLER PIC X(23) VALUE "  COST CENTRE CHARGED: ".
           05 INVOICE-CENTRE PIC X(8).

       01  INVOICE-COLUMN-LINE.
           05 FILLER PIC X(8)  VALUE "  CHARGE".
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "   QUANTITY".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE "      RATE".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(14) VALUE "        AMOUNT".

       01  CHARGE-DETAIL-LINE.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 CHARGE-OUT-LABEL    PIC X(30).
           05 CHARGE-OUT-QUANTITY PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 CHARGE-OUT-RATE     PIC ZZZZ9.9999.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 CHARGE-OUT-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.

       01  INVOICE-TOTAL-LINE.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 INVOICE-TOTAL-LABEL PIC X(55).
           05 INVOICE-TOTAL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

       01  NO-DETAIL-LINE.
           05 FILLER PIC X(40) VALUE
              "NO EXTRACT OR EXCEPTION DATA HELD FOR RU".
           05 FILLER PIC X(8) VALUE "N DATE  ".
           05 NO-DETAIL-DATE PIC X(8).

       01  SUMMARY-LINE.
           05 SUMMARY-LABEL PIC X(30).
           05 SUMMARY-VALUE PIC ZZZZZZZZ9.

       01  MONEY-SUMMARY-LINE.
           05 MONEY-SUMMARY-LABEL PIC X(30).
           05 MONEY-SUMMARY-VALUE PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  ACCOUNT-SUMMARY-LINE.
           05 ACCOUNT-SUMMARY-LABEL PIC X(30).
           05 ACCOUNT-SUMMARY-VALUE PIC X(8).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM RESOLVE-BATCH-ID
           PERFORM RESOLVE-CHARGE-PERIOD
           PERFORM CHECK-PERIOD-CONTROL
           IF NOT PERIOD-IS-CLOSED
               DISPLAY "CHARGEBACK REFUSED - PERIOD " CHARGE-PERIOD
                   " IS NOT MARKED CLOSED IN CALPERD.TXT"
               DISPLAY "OPERATOR ACTION REQUIRED - RUN THE MONTH-END "
                   "CLOSE FOR THE PERIOD FIRST, OR SET CHGPER TO A "
                   "PERIOD THAT IS ALREADY CLOSED"
               STOP RUN WITH ERROR STATUS 12
           END-IF
           PERFORM LOAD-RATE-TABLE
           PERFORM CHECK-RATE-TABLE
           IF RATE-TABLE-FAULTS > 0
               DISPLAY "CHARGEBACK REFUSED - CALCHGR.TXT HAS "
                   RATE-TABLE-FAULTS " ROW(S) MISSING OR UNREADABLE"
               DISPLAY "OPERATOR ACTION REQUIRED - ADD THE ROWS LISTED "
                   "ABOVE TO THE CHARGEBACK RATE TABLE AND RERUN"
               STOP RUN WITH ERROR STATUS 12
           END-IF
           PERFORM LOAD-SOURCE-MASTER
           PERFORM LOAD-STATISTICS
           PERFORM LOAD-SUPPLEMENTAL-RUNS
           MOVE "CALRUNCT.TXT" TO RUN-CONTROL-DSN
           MOVE SPACES TO LOAD-PARTITION
           PERFORM LOAD-RUN-CONTROL
           PERFORM VARYING PARTITION-IX FROM 1 BY 1
           UNTIL PARTITION-IX > PARTITION-COUNT
               MOVE "CALRUNCT.P" TO RUN-CONTROL-DSN
               MOVE PARTITION-SEEN(PARTITION-IX)
                   TO RUN-CONTROL-DSN(11:2)
               MOVE PARTITION-SEEN(PARTITION-IX) TO LOAD-PARTITION
               PERFORM LOAD-RUN-CONTROL
           END-PERFORM
           PERFORM SEARCH-ARCHIVE-INDEX
           PERFORM CHECK-WORKING-FILES
           PERFORM VARYING DAY-IX FROM 1 BY 1
           UNTIL DAY-IX > DAY-COUNT
               PERFORM COUNT-ONE-DAY
           END-PERFORM
           PERFORM VARYING ATTEMPT-IX FROM 1 BY 1
           UNTIL ATTEMPT-IX > ATTEMPT-COUNT
               PERFORM CHARGE-ONE-ATTEMPT
           END-PERFORM
           PERFORM VARYING SOURCE-IX FROM 1 BY 1
           UNTIL SOURCE-IX > CHARGE-SOURCE-COUNT
               PERFORM PRICE-ONE-SOURCE
           END-PERFORM
           IF CENTRE-FAULTS > 0
               DISPLAY "CHARGEBACK REFUSED - " CENTRE-FAULTS
                   " SOURCE(S) WITH CHARGES HAVE NO COST CENTRE"
               DISPLAY "OPERATOR ACTION REQUIRED - ADD A COST CENTRE "
                   "ROW FOR EACH SOURCE LISTED ABOVE, OR A *DEFAULT "
                   "ROW, TO CALCHGR.TXT AND RERUN"
               STOP RUN WITH ERROR STATUS 12
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE CHARGE-PERIOD TO REPORT-HEADING-PERIOD
           MOVE BATCH-ID TO REPORT-HEADING-BATCH
           MOVE RUN-DATE TO REPORT-HEADING-DATE
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE
           OPEN OUTPUT CHARGE-JOURNAL-FILE
           MOVE BATCH-ID TO JOURNAL-BATCH
           MOVE RUN-DATE TO JOURNAL-DATE
           MOVE CHARGE-PERIOD TO JOURNAL-PERIOD
           WRITE CHARGE-JOURNAL-LINE FROM CHARGE-HEADER-DATA
           PERFORM VARYING SOURCE-IX FROM 1 BY 1
           UNTIL SOURCE-IX > CHARGE-SOURCE-COUNT
               PERFORM INVOICE-ONE-SOURCE
           END-PERFORM
           PERFORM WRITE-RECOVERY-CREDIT
           MOVE JOURNAL-LINE-COUNT TO JOURNAL-TRL-COUNT
           MOVE JOURNAL-HASH-TOTAL TO JOURNAL-TRL-HASH
           WRITE CHARGE-JOURNAL-LINE FROM CHARGE-TRAILER-DATA
           CLOSE CHARGE-JOURNAL-FILE
           PERFORM LIST-DAYS-WITHOUT-DETAIL
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "CHARGEBACK FOR PERIOD " CHARGE-PERIOD " WRITTEN "
               "TO CALCHGI.TXT AND CALCHGJ.TXT"
           IF DAYS-WITHOUT-DETAIL > 0
           OR UNATTRIBUTED-COUNT > 0
           OR UNREGISTERED-COUNT > 0
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

       RESOLVE-BATCH-ID.
           DISPLAY BATCH-ID-NAME UPON ENVIRONMENT-NAME
           ACCEPT BATCH-ID FROM ENVIRONMENT-VALUE
           IF BATCH-ID = SPACES
               MOVE "DAY01P01" TO BATCH-ID
           END-IF.

       RESOLVE-CHARGE-PERIOD.
           DISPLAY CHARGE-PERIOD-NAME UPON ENVIRONMENT-NAME
           ACCEPT CHARGE-PERIOD FROM ENVIRONMENT-VALUE
           IF CHARGE-PERIOD = SPACES
           OR CHARGE-PERIOD IS NOT NUMERIC
               MOVE RUN-DATE(1:6) TO CHARGE-PERIOD
           END-IF.

      * AS IN THE MONTH-END CLOSE, THE LAST RECORD FOR A PERIOD WINS,
      * SO A PERIOD REOPENED BY HAND CANNOT BE BILLED UNTIL IT IS
      * CLOSED AGAIN.
       CHECK-PERIOD-CONTROL.
           MOVE "N" TO PERIOD-EOF-SW
           OPEN INPUT PERIOD-CONTROL-FILE
           PERFORM UNTIL PERIOD-AT-END
               READ PERIOD-CONTROL-FILE INTO PERIOD-CONTROL-DATA
                   AT END SET PERIOD-AT-END TO TRUE
                   NOT AT END
                       IF PERIOD-KEY = CHARGE-PERIOD
                           IF PERIOD-STATUS = "CLOSED"
                               SET PERIOD-IS-CLOSED TO TRUE
                           ELSE
                               MOVE "N" TO PERIOD-CLOSED-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-CONTROL-FILE.

      * ROWS ARE <KEY> <VALUE>.  THE RATES ARE KEYED *LINE, *EXCEPT,
      * *CORRECT AND *FEED; *RECOVER NAMES THE OPERATIONS RECOVERY
      * ACCOUNT AND *DEFAULT THE COST CENTRE FOR A SOURCE WITHOUT A
      * ROW OF ITS OWN.  ANY OTHER KEY IS A SOURCE ID AND ITS COST
      * CENTRE.  AS WITH THE GL ACCOUNT MAP, THE LAST ROW FOR A KEY
      * WINS.
       LOAD-RATE-TABLE.
           MOVE "N" TO RATE-EOF-SW
           OPEN INPUT RATE-TABLE-FILE
           PERFORM UNTIL RATE-AT-END
               READ RATE-TABLE-FILE INTO RATE-TABLE-DATA
                   AT END SET RATE-AT-END TO TRUE
                   NOT AT END
                       IF RATE-TABLE-DATA NOT = SPACES
                           PERFORM LOAD-ONE-RATE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-TABLE-FILE.

       LOAD-ONE-RATE-ROW.
           EVALUATE RATE-KEY-IN
               WHEN "*LINE"
                   PERFORM CONVERT-RATE-VALUE
                   MOVE RATE-VALUE TO LINE-RATE
                   MOVE RATE-VALID-SW TO LINE-RATE-SW
               WHEN "*EXCEPT"
                   PERFORM CONVERT-RATE-VALUE
                   MOVE RATE-VALUE TO EXCEPTION-RATE
                   MOVE RATE-VALID-SW TO EXCEPTION-RATE-SW
               WHEN "*CORRECT"
                   PERFORM CONVERT-RATE-VALUE
                   MOVE RATE-VALUE TO CORRECTION-RATE
                   MOVE RATE-VALID-SW TO CORRECTION-RATE-SW
               WHEN "*FEED"
                   PERFORM CONVERT-RATE-VALUE
                   MOVE RATE-VALUE TO FEED-RATE
                   MOVE RATE-VALID-SW TO FEED-RATE-SW
               WHEN "*RECOVER"
                   MOVE RATE-VALUE-IN TO RECOVERY-ACCOUNT
               WHEN "*DEFAULT"
                   MOVE RATE-VALUE-IN TO DEFAULT-COST-CENTRE
               WHEN OTHER
                   PERFORM LOAD-COST-CENTRE-ROW
           END-EVALUATE.

       CONVERT-RATE-VALUE.
           MOVE 0 TO RATE-VALUE
           MOVE "N" TO RATE-VALID-SW
           IF RATE-VALUE-IN NOT = SPACES
           AND FUNCTION TEST-NUMVAL(RATE-VALUE-IN) = 0
           AND FUNCTION NUMVAL(RATE-VALUE-IN) >= 0
           AND FUNCTION NUMVAL(RATE-VALUE-IN) < 100000
               COMPUTE RATE-VALUE = FUNCTION NUMVAL(RATE-VALUE-IN)
               SET RATE-VALID TO TRUE
           END-IF.

       LOAD-COST-CENTRE-ROW.
           MOVE 0 TO MATCH-IX
           PERFORM VARYING CENTRE-IX FROM 1 BY 1
           UNTIL CENTRE-IX > CENTRE-COUNT
            OR MATCH-IX > 0
               IF CENTRE-SOURCE(CENTRE-IX) = RATE-KEY-IN
                   MOVE CENTRE-IX TO MATCH-IX
               END-IF
           END-PERFORM
           IF MATCH-IX = 0
               IF CENTRE-COUNT < CENTRE-LIMIT
                   ADD 1 TO CENTRE-COUNT
                   MOVE CENTRE-COUNT TO MATCH-IX
               ELSE
                   DISPLAY "COST CENTRE TABLE IS FULL AT "
                       CENTRE-LIMIT " ENTRIES"
                   DISPLAY "OPERATOR ACTION REQUIRED - REVIEW "
                       "CALCHGR.TXT FOR UNEXPECTED SOURCE ROWS"
                   CLOSE RATE-TABLE-FILE
                   STOP RUN WITH ERROR STATUS 16
               END-IF
           END-IF
           MOVE RATE-KEY-IN TO CENTRE-SOURCE(MATCH-IX)
           MOVE RATE-VALUE-IN TO CENTRE-ACCOUNT(MATCH-IX).

       CHECK-RATE-TABLE.
           IF NOT LINE-RATE-FOUND
               DISPLAY "RATE TABLE - NO USABLE *LINE RATE"
               ADD 1 TO RATE-TABLE-FAULTS
           END-IF
           IF NOT EXCEPTION-RATE-FOUND
               DISPLAY "RATE TABLE - NO USABLE *EXCEPT RATE"
               ADD 1 TO RATE-TABLE-FAULTS
           END-IF
           IF NOT CORRECTION-RATE-FOUND
               DISPLAY "RATE TABLE - NO USABLE *CORRECT RATE"
               ADD 1 TO RATE-TABLE-FAULTS
           END-IF
           IF NOT FEED-RATE-FOUND
               DISPLAY "RATE TABLE - NO USABLE *FEED RATE"
               ADD 1 TO RATE-TABLE-FAULTS
           END-IF
           IF RECOVERY-ACCOUNT = SPACES
               DISPLAY "RATE TABLE - NO *RECOVER ACCOUNT"
               ADD 1 TO RATE-TABLE-FAULTS
           END-IF.

      * EVERY REGISTERED SOURCE IS BILLABLE, ACTIVE OR NOT; A SOURCE
      * DEACTIVATED DURING THE MONTH STILL PAYS FOR ITS EARLY DAYS.
       LOAD-SOURCE-MASTER.
           MOVE "N" TO SOURCE-MASTER-EOF-SW
           OPEN INPUT SOURCE-MASTER-FILE
           PERFORM UNTIL SOURCE-MASTER-AT-END
               READ SOURCE-MASTER-FILE INTO SOURCE-MASTER-DATA
                   AT END SET SOURCE-MASTER-AT-END TO TRUE
                   NOT AT END
                       IF SOURCE-MASTER-DATA NOT = SPACES
                       AND CHARGE-SOURCE-COUNT < SOURCE-LIMIT
                           ADD 1 TO CHARGE-SOURCE-COUNT
                           MOVE CHARGE-SOURCE-COUNT TO SOURCE-IX
                           INITIALIZE CHARGE-ENTRY(SOURCE-IX)
                           MOVE MASTER-SOURCE-IN
                               TO CHARGE-SOURCE(SOURCE-IX)
                           MOVE MASTER-CONTACT-IN
                               TO CHARGE-CONTACT(SOURCE-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-MASTER-FILE.

      * THE LAST ROW FOR A RUN IS ITS ENDING STATUS (A STARTED ROW IS
      * FOLLOWED BY ITS END ROW, OR BY ABANDOND WHEN IT DIED).  A
      * PARTITION NUMBERS ITS RUNS IN ITS OWN CALRUNCT.PNN, SO RUNS
      * ARE KEYED BY DATE, PARTITION (BLANK FOR CALRUNCT.TXT) AND RUN.
       LOAD-RUN-CONTROL.
           MOVE "N" TO RUN-CONTROL-EOF-SW
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM UNTIL RUN-CONTROL-AT-END
               READ RUN-CONTROL-FILE INTO RUN-CONTROL-LINE-DATA
                   AT END SET RUN-CONTROL-AT-END TO TRUE
                   NOT AT END
                       IF RUN-CONTROL-DATE(1:6) = CHARGE-PERIOD
                       AND RUN-CONTROL-BATCH = BATCH-ID
                       AND RUN-CONTROL-RUN-NO IS NUMERIC
                           PERFORM NOTE-RUN-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

       NOTE-RUN-STATUS.
           MOVE 0 TO RUN-MATCH-IX
           PERFORM VARYING RUN-IX FROM 1 BY 1
           UNTIL RUN-IX > RUN-COUNT
            OR RUN-MATCH-IX > 0
               IF RUN-DATE-KEY(RUN-IX) = RUN-CONTROL-DATE
               AND RUN-PARTITION(RUN-IX) = LOAD-PARTITION
               AND RUN-NO-KEY(RUN-IX) = RUN-CONTROL-RUN-NO
                   MOVE RUN-IX TO RUN-MATCH-IX
               END-IF
           END-PERFORM
           IF RUN-MATCH-IX = 0
               IF RUN-COUNT < RUN-LIMIT
                   ADD 1 TO RUN-COUNT
                   MOVE RUN-COUNT TO RUN-MATCH-IX
                   MOVE RUN-CONTROL-DATE TO RUN-DATE-KEY(RUN-MATCH-IX)
                   MOVE LOAD-PARTITION TO RUN-PARTITION(RUN-MATCH-IX)
                   MOVE RUN-CONTROL-RUN-NO TO RUN-NO-KEY(RUN-MATCH-IX)
               ELSE
                   DISPLAY "RUN TABLE IS FULL AT " RUN-LIMIT
                       " ENTRIES"
                   DISPLAY "OPERATOR ACTION REQUIRED - REORGANIZE "
                       RUN-CONTROL-DSN " BEFORE BILLING THE PERIOD"
                   CLOSE RUN-CONTROL-FILE
                   STOP RUN WITH ERROR STATUS 16
               END-IF
           END-IF
           MOVE RUN-CONTROL-STATUS TO RUN-STATUS(RUN-MATCH-IX).

      * AS IN DAY-01-RESTORE, THE NEWEST INDEX ENTRY FOR A DATE,
      * BATCH AND TYPE IS THE ONE THAT COUNTS.
       SEARCH-ARCHIVE-INDEX.
           MOVE "N" TO INDEX-EOF-SW
           OPEN INPUT ARCHIVE-INDEX-FILE
           PERFORM UNTIL INDEX-AT-END
               READ ARCHIVE-INDEX-FILE INTO ARCHIVE-INDEX-DATA
                   AT END SET INDEX-AT-END TO TRUE
                   NOT AT END
                       IF INDEX-DATE(1:6) = CHARGE-PERIOD
                       AND INDEX-BATCH = BATCH-ID
                       AND (INDEX-TYPE = "EXC" OR INDEX-TYPE = "EXT")
                           MOVE INDEX-DATE TO DAY-SOUGHT
                           PERFORM FIND-DAY-ENTRY
                           IF INDEX-TYPE = "EXC"
                               MOVE INDEX-DSN
                                   TO DAY-EXCEPTION-DSN(DAY-MATCH-IX)
                           ELSE
                               MOVE INDEX-DSN
                                   TO DAY-EXTRACT-DSN(DAY-MATCH-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-INDEX-FILE.

       FIND-DAY-ENTRY.
           MOVE 0 TO DAY-MATCH-IX
           PERFORM VARYING DAY-IX FROM 1 BY 1
           UNTIL DAY-IX > DAY-COUNT
            OR DAY-MATCH-IX > 0
               IF DAY-DATE(DAY-IX) = DAY-SOUGHT
                   MOVE DAY-IX TO DAY-MATCH-IX
               END-IF
           END-PERFORM
           IF DAY-MATCH-IX = 0
               IF DAY-COUNT < DAY-LIMIT
                   ADD 1 TO DAY-COUNT
                   MOVE DAY-COUNT TO DAY-MATCH-IX
                   MOVE DAY-SOUGHT TO DAY-DATE(DAY-MATCH-IX)
                   MOVE SPACES TO DAY-EXCEPTION-DSN(DAY-MATCH-IX)
                   MOVE SPACES TO DAY-EXTRACT-DSN(DAY-MATCH-IX)
               ELSE
                   DISPLAY "DAY TABLE IS FULL AT " DAY-LIMIT
                       " ENTRIES"
                   DISPLAY "OPERATOR ACTION REQUIRED - REVIEW "
                       "CALARCIX.TXT FOR DATES OUTSIDE PERIOD "
                       CHARGE-PERIOD
                   STOP RUN WITH ERROR STATUS 16
               END-IF
           END-IF.

      * THE WORKING FILES STILL BELONG TO THE DATE ON THE GL INTERFACE
      * RECORD, AND THEY WIN OVER ITS ARCHIVE: A CORRECTION RUN AFTER
      * THE ARCHIVE STEP HAS ONLY REACHED THE WORKING EXTRACT.
       CHECK-WORKING-FILES.
           MOVE SPACES TO GL-INTERFACE-DATA
           OPEN INPUT GL-INTERFACE-FILE
           READ GL-INTERFACE-FILE INTO GL-INTERFACE-DATA
               AT END MOVE SPACES TO GL-INTERFACE-DATA
           END-READ
           CLOSE GL-INTERFACE-FILE
           IF INTERFACE-DATE(1:6) = CHARGE-PERIOD
           AND INTERFACE-BATCH = BATCH-ID
               MOVE INTERFACE-DATE TO DAY-SOUGHT
               PERFORM FIND-DAY-ENTRY
               MOVE "CALEXCP.TXT" TO DAY-EXCEPTION-DSN(DAY-MATCH-IX)
               MOVE "CALEXTR.TXT" TO DAY-EXTRACT-DSN(DAY-MATCH-IX)
           END-IF.

      * EVERY LINE OF A FEED LEAVES EITHER AN EXTRACT OR AN EXCEPTION
      * RECORD CARRYING ITS SOURCE, SO THE TWO TOGETHER ARE THE LINES
      * PROCESSED.  THE EXCEPTIONS ARE READ FIRST SO A CORRECTION CAN
      * BE TRACED TO THE SOURCE OF THE EXCEPTION IT CLEARED.
       COUNT-ONE-DAY.
           ADD 1 TO DAYS-BILLED
           MOVE 0 TO EXCEPTION-COUNT
           MOVE DAY-EXCEPTION-DSN(DAY-IX) TO EXCEPTION-DSN
           MOVE DAY-EXTRACT-DSN(DAY-IX) TO EXTRACT-DSN
           IF EXCEPTION-DSN NOT = SPACES
               PERFORM COUNT-DAY-EXCEPTIONS
           END-IF
           IF EXTRACT-DSN NOT = SPACES
               PERFORM COUNT-DAY-EXTRACT
           END-IF.

       COUNT-DAY-EXCEPTIONS.
           MOVE "N" TO DATA-EOF-SW
           OPEN INPUT EXCEPTION-FILE
           PERFORM UNTIL DATA-AT-END
               READ EXCEPTION-FILE INTO EXCEPTION-DETAIL-DATA
                   AT END SET DATA-AT-END TO TRUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(EXCEPTION-REC-NO) = 0
                           PERFORM NOTE-EXCEPTION-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-FILE.

       NOTE-EXCEPTION-ROW.
           IF EXCEPTION-COUNT < EXCEPTION-LIMIT
               ADD 1 TO EXCEPTION-COUNT
               COMPUTE EXCEPTION-KEY-REC-NO(EXCEPTION-COUNT) =
                   FUNCTION NUMVAL(EXCEPTION-REC-NO)
               MOVE EXCEPTION-SOURCE-ID
                   TO EXCEPTION-KEY-SOURCE(EXCEPTION-COUNT)
           ELSE
               DISPLAY "EXCEPTION TABLE IS FULL AT " EXCEPTION-LIMIT
                   " ENTRIES FOR " DAY-DATE(DAY-IX)
               DISPLAY "OPERATOR ACTION REQUIRED - THE DAY'S "
                   "EXCEPTIONS EXCEED WHAT ONE CHARGEBACK PASS CAN "
                   "HOLD; REFER TO SUPPORT"
               CLOSE EXCEPTION-FILE
               STOP RUN WITH ERROR STATUS 16
           END-IF
           MOVE EXCEPTION-SOURCE-ID TO ROW-SOURCE
           PERFORM FIND-CHARGE-SOURCE
           IF MATCH-IX > 0
               ADD 1 TO CHARGE-LINES(MATCH-IX)
               ADD 1 TO CHARGE-EXCEPTIONS(MATCH-IX)
           END-IF.

      * A *CORR* ROW IS A CORRECTED LINE, NOT A NEW ONE, SO IT COUNTS
      * AS A CORRECTION.  EVERY CORRECTION PASS APPENDS ITS ROWS TO
      * THE EXTRACT, WHEREAS CALCORPT.TXT IS RE-CREATED BY EACH PASS,
      * SO THE EXTRACT IS THE ONLY RECORD OF A DAY CORRECTED IN MORE
      * THAN ONE PASS.
       COUNT-DAY-EXTRACT.
           MOVE "N" TO DATA-EOF-SW
           OPEN INPUT EXTRACT-FILE
           PERFORM UNTIL DATA-AT-END
               READ EXTRACT-FILE INTO EXTRACT-DETAIL-DATA
                   AT END SET DATA-AT-END TO TRUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(EXTRACT-REC-NO) = 0
                           IF EXTRACT-SOURCE-ID = "*CORR*"
                               COMPUTE ROW-REC-NO =
                                   FUNCTION NUMVAL(EXTRACT-REC-NO)
                               PERFORM NOTE-CORRECTION
                           ELSE
                               MOVE EXTRACT-SOURCE-ID TO ROW-SOURCE
                               PERFORM FIND-CHARGE-SOURCE
                               IF MATCH-IX > 0
                                   ADD 1 TO CHARGE-LINES(MATCH-IX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE.

      * THE CORRECTION IS CHARGED TO THE SOURCE OF THE EXCEPTION IT
      * CLEARED, FOUND BY RECORD NUMBER AMONG THE DAY'S EXCEPTIONS.
       NOTE-CORRECTION.
           MOVE SPACES TO ROW-SOURCE
           PERFORM VARYING EXCEPTION-IX FROM 1 BY 1
           UNTIL EXCEPTION-IX > EXCEPTION-COUNT
               IF EXCEPTION-KEY-REC-NO(EXCEPTION-IX) = ROW-REC-NO
                   MOVE EXCEPTION-KEY-SOURCE(EXCEPTION-IX)
                       TO ROW-SOURCE
               END-IF
           END-PERFORM
           PERFORM FIND-CHARGE-SOURCE
           IF MATCH-IX > 0
               ADD 1 TO CHARGE-CORRECTIONS(MATCH-IX)
           END-IF.

      * ACTIVITY WITH NO SOURCE ID (ROWS WRITTEN BEFORE EXCEPTIONS
      * CARRIED ONE) OR FOR A SOURCE NOT ON CALSRCM.TXT HAS NO ONE TO
      * BILL; IT IS COUNTED SO THE SHORTFALL SHOWS ON THE REPORT.
       FIND-CHARGE-SOURCE.
           MOVE 0 TO MATCH-IX
           IF ROW-SOURCE = SPACES
               ADD 1 TO UNATTRIBUTED-COUNT
           ELSE
               PERFORM VARYING SOURCE-IX FROM 1 BY 1
               UNTIL SOURCE-IX > CHARGE-SOURCE-COUNT
                OR MATCH-IX > 0
                   IF CHARGE-SOURCE(SOURCE-IX) = ROW-SOURCE
                       MOVE SOURCE-IX TO MATCH-IX
                   END-IF
               END-PERFORM
               IF MATCH-IX = 0
                   ADD 1 TO UNREGISTERED-COUNT
               END-IF
           END-IF.

      * THE PERIOD'S ATTEMPTS ARE HELD IN FILE ORDER, WHICH IS THE
      * ORDER THEY WERE MADE, SO EACH CAN BE JUDGED AGAINST THE
      * ATTEMPTS THAT CAME AFTER IT.  THE PARTITIONS SEEN DECIDE WHICH
      * CALRUNCT.PNN FILES ARE READ.
       LOAD-STATISTICS.
           MOVE "N" TO STATISTICS-EOF-SW
           OPEN INPUT SOURCE-STATISTICS-FILE
           PERFORM UNTIL STATISTICS-AT-END
               READ SOURCE-STATISTICS-FILE INTO SOURCE-STATISTICS-DATA
                   AT END SET STATISTICS-AT-END TO TRUE
                   NOT AT END
                       IF STATS-DATE(1:6) = CHARGE-PERIOD
                       AND STATS-BATCH = BATCH-ID
                           PERFORM NOTE-ATTEMPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-STATISTICS-FILE.

      * THE CALIBRATION RUN LOGS SUPPRUN ONCE EVERY START CHECK HAS
      * PASSED, SO EACH SUPPLEMENTAL RUN THAT WENT AHEAD HAS ONE ROW,
      * KEYED LIKE THE STATISTICS BY DATE, PARTITION AND RUN.
       LOAD-SUPPLEMENTAL-RUNS.
           MOVE "N" TO OVERRIDE-LOG-EOF-SW
           OPEN INPUT OVERRIDE-LOG-FILE
           PERFORM UNTIL OVERRIDE-LOG-AT-END
               READ OVERRIDE-LOG-FILE INTO OVERRIDE-LOG-DATA
                   AT END SET OVERRIDE-LOG-AT-END TO TRUE
                   NOT AT END
                       IF OVRL-DATE(1:6) = CHARGE-PERIOD
                       AND OVRL-BATCH = BATCH-ID
                       AND OVRL-ACTION = "SUPPRUN"
                       AND OVRL-RUN-NO IS NUMERIC
                           PERFORM NOTE-SUPPLEMENTAL-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERRIDE-LOG-FILE.

       NOTE-SUPPLEMENTAL-RUN.
           IF SUPPLEMENT-COUNT < SUPPLEMENT-LIMIT
               ADD 1 TO SUPPLEMENT-COUNT
               MOVE OVRL-DATE TO SUPPLEMENT-DATE(SUPPLEMENT-COUNT)
               MOVE OVRL-PARTITION
                   TO SUPPLEMENT-PARTITION(SUPPLEMENT-COUNT)
               MOVE OVRL-RUN-NO TO SUPPLEMENT-RUN-NO(SUPPLEMENT-COUNT)
           ELSE
               DISPLAY "SUPPLEMENT TABLE IS FULL AT " SUPPLEMENT-LIMIT
                   " ENTRIES"
               DISPLAY "OPERATOR ACTION REQUIRED - REVIEW "
                   "CALOVRL.TXT FOR PERIOD " CHARGE-PERIOD
               CLOSE OVERRIDE-LOG-FILE
               STOP RUN WITH ERROR STATUS 16
           END-IF.

       NOTE-ATTEMPT.
           IF ATTEMPT-COUNT < ATTEMPT-LIMIT
               ADD 1 TO ATTEMPT-COUNT
               MOVE STATS-DATE TO ATTEMPT-DATE(ATTEMPT-COUNT)
               MOVE STATS-PARTITION TO ATTEMPT-PARTITION(ATTEMPT-COUNT)
               MOVE STATS-RUN-NO TO ATTEMPT-RUN-NO(ATTEMPT-COUNT)
               MOVE STATS-SOURCE TO ATTEMPT-SOURCE(ATTEMPT-COUNT)
               MOVE STATS-OUTCOME TO ATTEMPT-OUTCOME(ATTEMPT-COUNT)
           ELSE
               DISPLAY "ATTEMPT TABLE IS FULL AT " ATTEMPT-LIMIT
                   " ENTRIES"
               DISPLAY "OPERATOR ACTION REQUIRED - REVIEW "
                   "CALSRST.TXT FOR PERIOD " CHARGE-PERIOD
               CLOSE SOURCE-STATISTICS-FILE
               STOP RUN WITH ERROR STATUS 16
           END-IF
           IF STATS-PARTITION NOT = SPACES
               MOVE 0 TO PARTITION-MATCH-IX
               PERFORM VARYING PARTITION-IX FROM 1 BY 1
               UNTIL PARTITION-IX > PARTITION-COUNT
                OR PARTITION-MATCH-IX > 0
                   IF PARTITION-SEEN(PARTITION-IX) = STATS-PARTITION
                       MOVE PARTITION-IX TO PARTITION-MATCH-IX
                   END-IF
               END-PERFORM
               IF PARTITION-MATCH-IX = 0
               AND PARTITION-COUNT < PARTITION-LIMIT
                   ADD 1 TO PARTITION-COUNT
                   MOVE STATS-PARTITION
                       TO PARTITION-SEEN(PARTITION-COUNT)
               END-IF
           END-IF.

      * ONE FEED CHARGE PER ATTEMPT THAT WAS REJECTED OR FAILED ITS
      * QUALITY GATE, THAT RESENT A FEED REJECTED EARLIER THE SAME
      * DAY, OR THAT CAME IN A SUPPLEMENTAL RUN (A FEED SENT AFTER THE
      * DAY WAS COMPLETE).  A SUPPLEMENT ENDS SUPPLMNT ONLY WHEN EVERY
      * LATE FEED WAS TAKEN, SO IT IS KNOWN BY ITS SUPPRUN ROW.  AN
      * ATTEMPT IN A RUN THAT FAILED OR WAS ABANDONED IS NOT CHARGED
      * WHEN THE SAME SOURCE WAS ATTEMPTED AGAIN LATER THAT DAY IN
      * ANOTHER RUN, AS THAT RERUN IS OPERATIONS' OWN DOING.  A
      * RESTART RESUMES AT ITS CHECKPOINTED SOURCE, SO A SOURCE
      * FINISHED BEFORE THE FAILURE IS NOT ATTEMPTED AGAIN; ITS ONLY
      * ATTEMPT IS JUDGED ON ITS OUTCOME, AS IS ONE WHOSE RUN IS NO
      * LONGER ON THE RUN-CONTROL FILE.
       CHARGE-ONE-ATTEMPT.
           MOVE SPACES TO FOUND-RUN-STATUS
           PERFORM VARYING RUN-IX FROM 1 BY 1
           UNTIL RUN-IX > RUN-COUNT
               IF RUN-DATE-KEY(RUN-IX) = ATTEMPT-DATE(ATTEMPT-IX)
               AND RUN-PARTITION(RUN-IX) = ATTEMPT-PARTITION(ATTEMPT-IX)
               AND RUN-NO-KEY(RUN-IX) = ATTEMPT-RUN-NO(ATTEMPT-IX)
                   MOVE RUN-STATUS(RUN-IX) TO FOUND-RUN-STATUS
               END-IF
           END-PERFORM
           MOVE "N" TO ATTEMPT-REPEATED-SW
           IF FOUND-RUN-STATUS = "FAILED"
           OR FOUND-RUN-STATUS = "ABANDOND"
               PERFORM FIND-LATER-ATTEMPT
           END-IF
           IF ATTEMPT-REPEATED
               ADD 1 TO ATTEMPTS-NOT-CHARGED
           ELSE
               MOVE "N" TO CHARGEABLE-FEED-SW
               PERFORM FIND-SUPPLEMENTAL-RUN
               IF FOUND-RUN-STATUS = "SUPPLMNT"
               OR SUPPLEMENT-MATCH-IX > 0
                   SET CHARGEABLE-FEED TO TRUE
               END-IF
               PERFORM FIND-EARLIER-REJECTION
               IF REJECTION-MATCH-IX > 0
                   SET CHARGEABLE-FEED TO TRUE
               END-IF
               IF ATTEMPT-OUTCOME(ATTEMPT-IX) = "REJECTED"
               OR ATTEMPT-OUTCOME(ATTEMPT-IX) = "QGFAIL"
                   SET CHARGEABLE-FEED TO TRUE
                   IF REJECTION-MATCH-IX = 0
                       PERFORM NOTE-REJECTION
                   END-IF
               END-IF
               IF CHARGEABLE-FEED
                   MOVE ATTEMPT-SOURCE(ATTEMPT-IX) TO ROW-SOURCE
                   PERFORM FIND-CHARGE-SOURCE
                   IF MATCH-IX > 0
                       ADD 1 TO CHARGE-FEEDS(MATCH-IX)
                   END-IF
               END-IF
           END-IF.

      * THE SEARCH STARTS AT THE ATTEMPT ITSELF, WHICH CANNOT MATCH
      * AS ITS RUN IS THE SAME.
       FIND-LATER-ATTEMPT.
           PERFORM VARYING LATER-IX FROM ATTEMPT-IX BY 1
           UNTIL LATER-IX > ATTEMPT-COUNT
            OR ATTEMPT-REPEATED
               IF ATTEMPT-DATE(LATER-IX) = ATTEMPT-DATE(ATTEMPT-IX)
               AND ATTEMPT-SOURCE(LATER-IX) = ATTEMPT-SOURCE(ATTEMPT-IX)
               AND (ATTEMPT-RUN-NO(LATER-IX)
                    NOT = ATTEMPT-RUN-NO(ATTEMPT-IX)
                    OR ATTEMPT-PARTITION(LATER-IX)
                    NOT = ATTEMPT-PARTITION(ATTEMPT-IX))
                   SET ATTEMPT-REPEATED TO TRUE
               END-IF
           END-PERFORM.

       FIND-SUPPLEMENTAL-RUN.
           MOVE 0 TO SUPPLEMENT-MATCH-IX
           PERFORM VARYING SUPPLEMENT-IX FROM 1 BY 1
           UNTIL SUPPLEMENT-IX > SUPPLEMENT-COUNT
            OR SUPPLEMENT-MATCH-IX > 0
               IF SUPPLEMENT-DATE(SUPPLEMENT-IX)
                  = ATTEMPT-DATE(ATTEMPT-IX)
               AND SUPPLEMENT-PARTITION(SUPPLEMENT-IX)
                  = ATTEMPT-PARTITION(ATTEMPT-IX)
               AND SUPPLEMENT-RUN-NO(SUPPLEMENT-IX)
                  = ATTEMPT-RUN-NO(ATTEMPT-IX)
                   MOVE SUPPLEMENT-IX TO SUPPLEMENT-MATCH-IX
               END-IF
           END-PERFORM.

       FIND-EARLIER-REJECTION.
           MOVE 0 TO REJECTION-MATCH-IX
           PERFORM VARYING REJECTION-IX FROM 1 BY 1
           UNTIL REJECTION-IX > REJECTION-COUNT
            OR REJECTION-MATCH-IX > 0
               IF REJECTION-DATE(REJECTION-IX)
                  = ATTEMPT-DATE(ATTEMPT-IX)
               AND REJECTION-SOURCE(REJECTION-IX)
                  = ATTEMPT-SOURCE(ATTEMPT-IX)
                   MOVE REJECTION-IX TO REJECTION-MATCH-IX
               END-IF
           END-PERFORM.

       NOTE-REJECTION.
           IF REJECTION-COUNT < REJECTION-LIMIT
               ADD 1 TO REJECTION-COUNT
               MOVE ATTEMPT-DATE(ATTEMPT-IX)
                   TO REJECTION-DATE(REJECTION-COUNT)
               MOVE ATTEMPT-SOURCE(ATTEMPT-IX)
                   TO REJECTION-SOURCE(REJECTION-COUNT)
           ELSE
               DISPLAY "REJECTION TABLE IS FULL AT " REJECTION-LIMIT
                   " ENTRIES"
               DISPLAY "OPERATOR ACTION REQUIRED - REVIEW "
                   "CALSRST.TXT FOR PERIOD " CHARGE-PERIOD
               STOP RUN WITH ERROR STATUS 16
           END-IF.

      * EACH CHARGE IS ROUNDED TO THE CENT BEFORE IT IS ADDED, SO THE
      * INVOICE LINES ALWAYS FOOT TO THE INVOICE TOTAL.
       PRICE-ONE-SOURCE.
           MOVE 0 TO CHARGE-TOTAL(SOURCE-IX)
           COMPUTE CHARGE-AMOUNT ROUNDED =
               CHARGE-LINES(SOURCE-IX) * LINE-RATE
           ADD CHARGE-AMOUNT TO CHARGE-TOTAL(SOURCE-IX)
           COMPUTE CHARGE-AMOUNT ROUNDED =
               CHARGE-EXCEPTIONS(SOURCE-IX) * EXCEPTION-RATE
           ADD CHARGE-AMOUNT TO CHARGE-TOTAL(SOURCE-IX)
           COMPUTE CHARGE-AMOUNT ROUNDED =
               CHARGE-CORRECTIONS(SOURCE-IX) * CORRECTION-RATE
           ADD CHARGE-AMOUNT TO CHARGE-TOTAL(SOURCE-IX)
           COMPUTE CHARGE-AMOUNT ROUNDED =
               CHARGE-FEEDS(SOURCE-IX) * FEED-RATE
           ADD CHARGE-AMOUNT TO CHARGE-TOTAL(SOURCE-IX)
           MOVE DEFAULT-COST-CENTRE TO CHARGE-CENTRE(SOURCE-IX)
           PERFORM VARYING CENTRE-IX FROM 1 BY 1
           UNTIL CENTRE-IX > CENTRE-COUNT
               IF CENTRE-SOURCE(CENTRE-IX) = CHARGE-SOURCE(SOURCE-IX)
                   MOVE CENTRE-ACCOUNT(CENTRE-IX)
                       TO CHARGE-CENTRE(SOURCE-IX)
               END-IF
           END-PERFORM
           IF CHARGE-TOTAL(SOURCE-IX) > 0
           AND CHARGE-CENTRE(SOURCE-IX) = SPACES
               DISPLAY "RATE TABLE - NO COST CENTRE FOR SOURCE "
                   CHARGE-SOURCE(SOURCE-IX)
               ADD 1 TO CENTRE-FAULTS
           END-IF.

      * A SOURCE WITH NOTHING TO PAY GETS NO INVOICE AND NO DEBIT.
       INVOICE-ONE-SOURCE.
           IF CHARGE-TOTAL(SOURCE-IX) = 0
               ADD 1 TO SOURCES-IDLE
           ELSE
               ADD 1 TO SOURCES-INVOICED
               PERFORM WRITE-INVOICE
               ADD CHARGE-TOTAL(SOURCE-IX) TO PERIOD-CHARGE-TOTAL
               MOVE SPACES TO CHARGE-LINE-DATA
               MOVE "DR" TO JOURNAL-SIDE
               MOVE CHARGE-CENTRE(SOURCE-IX) TO JOURNAL-ACCOUNT
               MOVE CHARGE-SOURCE(SOURCE-IX) TO JOURNAL-SOURCE
               MOVE CHARGE-TOTAL(SOURCE-IX) TO JOURNAL-AMOUNT
               WRITE CHARGE-JOURNAL-LINE FROM CHARGE-LINE-DATA
               ADD 1 TO JOURNAL-LINE-COUNT
               ADD CHARGE-TOTAL(SOURCE-IX) TO JOURNAL-HASH-TOTAL
           END-IF.

       WRITE-INVOICE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CHARGE-SOURCE(SOURCE-IX) TO INVOICE-SOURCE
           MOVE CHARGE-PERIOD TO INVOICE-PERIOD
           WRITE REPORT-LINE FROM INVOICE-HEADING-LINE
           IF CHARGE-CONTACT(SOURCE-IX) = SPACES
               MOVE "NO CONTACT REGISTERED" TO INVOICE-CONTACT
           ELSE
               MOVE CHARGE-CONTACT(SOURCE-IX) TO INVOICE-CONTACT
           END-IF
           WRITE REPORT-LINE FROM INVOICE-ATTENTION-LINE
           MOVE CHARGE-CENTRE(SOURCE-IX) TO INVOICE-CENTRE
           WRITE REPORT-LINE FROM INVOICE-CENTRE-LINE
           WRITE REPORT-LINE FROM INVOICE-COLUMN-LINE

           MOVE "LINES PROCESSED" TO CHARGE-OUT-LABEL
           MOVE CHARGE-LINES(SOURCE-IX) TO CHARGE-OUT-QUANTITY
           MOVE LINE-RATE TO CHARGE-OUT-RATE
           COMPUTE CHARGE-AMOUNT ROUNDED =
               CHARGE-LINES(SOURCE-IX) * LINE-RATE
           PERFORM WRITE-CHARGE-DETAIL

           MOVE "EXCEPTIONS RAISED" TO CHARGE-OUT-LABEL
           MOVE CHARGE-EXCEPTIONS(SOURCE-IX) TO CHARGE-OUT-QUANTITY
           MOVE EXCEPTION-RATE TO CHARGE-OUT-RATE
           COMPUTE CHARGE-AMOUNT ROUNDED =
               CHARGE-EXCEPTIONS(SOURCE-IX) * EXCEPTION-RATE
           PERFORM WRITE-CHARGE-DETAIL

           MOVE "CORRECTIONS APPLIED" TO CHARGE-OUT-LABEL
           MOVE CHARGE-CORRECTIONS(SOURCE-IX) TO CHARGE-OUT-QUANTITY
           MOVE CORRECTION-RATE TO CHARGE-OUT-RATE
           COMPUTE CHARGE-AMOUNT ROUNDED =
               CHARGE-CORRECTIONS(SOURCE-IX) * CORRECTION-RATE
           PERFORM WRITE-CHARGE-DETAIL

           MOVE "FEEDS REJECTED OR RESENT" TO CHARGE-OUT-LABEL
           MOVE CHARGE-FEEDS(SOURCE-IX) TO CHARGE-OUT-QUANTITY
           MOVE FEED-RATE TO CHARGE-OUT-RATE
           COMPUTE CHARGE-AMOUNT ROUNDED =
               CHARGE-FEEDS(SOURCE-IX) * FEED-RATE
           PERFORM WRITE-CHARGE-DETAIL

           MOVE "INVOICE TOTAL" TO INVOICE-TOTAL-LABEL
           MOVE CHARGE-TOTAL(SOURCE-IX) TO INVOICE-TOTAL-AMOUNT
           WRITE REPORT-LINE FROM INVOICE-TOTAL-LINE.

       WRITE-CHARGE-DETAIL.
           MOVE CHARGE-AMOUNT TO CHARGE-OUT-AMOUNT
           WRITE REPORT-LINE FROM CHARGE-DETAIL-LINE.

      * THE SINGLE CREDIT EQUALS THE SUM OF THE DEBITS, SO THE
      * JOURNAL ALWAYS BALANCES; NO CREDIT IS WRITTEN WHEN NOTHING
      * WAS CHARGED.
       WRITE-RECOVERY-CREDIT.
           IF PERIOD-CHARGE-TOTAL > 0
               MOVE SPACES TO CHARGE-LINE-DATA
               MOVE "CR" TO JOURNAL-SIDE
               MOVE RECOVERY-ACCOUNT TO JOURNAL-ACCOUNT
               MOVE "*TOTAL" TO JOURNAL-SOURCE
               MOVE PERIOD-CHARGE-TOTAL TO JOURNAL-AMOUNT
               WRITE CHARGE-JOURNAL-LINE FROM CHARGE-LINE-DATA
               ADD 1 TO JOURNAL-LINE-COUNT
               ADD PERIOD-CHARGE-TOTAL TO JOURNAL-HASH-TOTAL
           END-IF.

      * A DATE THE BATCH RAN ON (ANY RUN-CONTROL ROW THAT WAS NOT
      * REFUSED) BUT FOR WHICH NEITHER WORKING NOR ARCHIVED DETAIL IS
      * HELD HAS NOT BEEN BILLED FOR ITS LINES, EXCEPTIONS OR
      * CORRECTIONS.
       LIST-DAYS-WITHOUT-DETAIL.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING RUN-IX FROM 1 BY 1
           UNTIL RUN-IX > RUN-COUNT
               IF RUN-STATUS(RUN-IX) NOT = "REFUSED"
                   MOVE RUN-DATE-KEY(RUN-IX) TO DAY-SOUGHT
                   MOVE 0 TO DAY-MATCH-IX
                   PERFORM VARYING DAY-IX FROM 1 BY 1
                   UNTIL DAY-IX > DAY-COUNT
                    OR DAY-MATCH-IX > 0
                       IF DAY-DATE(DAY-IX) = DAY-SOUGHT
                           MOVE DAY-IX TO DAY-MATCH-IX
                       END-IF
                   END-PERFORM
                   IF DAY-MATCH-IX = 0
                   AND DAY-COUNT < DAY-LIMIT
                       ADD 1 TO DAY-COUNT
                       MOVE DAY-SOUGHT TO DAY-DATE(DAY-COUNT)
                       MOVE SPACES TO DAY-EXCEPTION-DSN(DAY-COUNT)
                       MOVE SPACES TO DAY-EXTRACT-DSN(DAY-COUNT)
                       ADD 1 TO DAYS-WITHOUT-DETAIL
                       MOVE DAY-SOUGHT TO NO-DETAIL-DATE
                       WRITE REPORT-LINE FROM NO-DETAIL-LINE
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-SUMMARY.
           MOVE SPACES TO SUMMARY-LINE
           MOVE "SOURCES INVOICED:" TO SUMMARY-LABEL
           MOVE SOURCES-INVOICED TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "SOURCES WITH NO CHARGES:" TO SUMMARY-LABEL
           MOVE SOURCES-IDLE TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO MONEY-SUMMARY-LINE
           MOVE "TOTAL CHARGED BACK:" TO MONEY-SUMMARY-LABEL
           MOVE PERIOD-CHARGE-TOTAL TO MONEY-SUMMARY-VALUE
           WRITE REPORT-LINE FROM MONEY-SUMMARY-LINE

           MOVE SPACES TO ACCOUNT-SUMMARY-LINE
           MOVE "RECOVERY ACCOUNT CREDITED:" TO ACCOUNT-SUMMARY-LABEL
           MOVE RECOVERY-ACCOUNT TO ACCOUNT-SUMMARY-VALUE
           WRITE REPORT-LINE FROM ACCOUNT-SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "JOURNAL LINES WRITTEN:" TO SUMMARY-LABEL
           MOVE JOURNAL-LINE-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "BUSINESS DATES BILLED:" TO SUMMARY-LABEL
           MOVE DAYS-BILLED TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "RUN DATES WITH NO DETAIL:" TO SUMMARY-LABEL
           MOVE DAYS-WITHOUT-DETAIL TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "ITEMS WITH NO SOURCE ID:" TO SUMMARY-LABEL
           MOVE UNATTRIBUTED-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "UNREGISTERED SOURCE ITEMS:" TO SUMMARY-LABEL
           MOVE UNREGISTERED-COUNT TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "FEED ATTEMPTS NOT CHARGED:" TO SUMMARY-LABEL
           MOVE ATTEMPTS-NOT-CHARGED TO SUMMARY-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE.
