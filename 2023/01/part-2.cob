      *             ATTEMPT BEFORE THE NEW ONE MAY BEGIN, GIVING A
      *             TRUE ATTEMPT-BY-ATTEMPT AUDIT TRAIL IN
      *             CALRUNCT.TXT.
      * 2026-09-09  PER-SOURCE RUN STATISTICS: EVERY SOURCE ATTEMPT
      *             NOW APPENDS ONE MACHINE-READABLE RECORD TO THE
      *             PERMANENT STATISTICS FILE CALSRST.TXT, KEYED BY
      *             BUSINESS DATE, BATCH, RUN NUMBER AND SOURCE ID,
      *             CARRYING LINES READ, EXCEPTIONS, EXCEPTION RATE
      *             AND TOLERANCE, THE QUALITY-GATE RESULT, THE
      *             OUTCOME (ACCEPTED, REJECTED OR QGFAIL) WITH THE
      *             REJECT REASON, ELAPSED SECONDS, AND THE SUBTOTAL,
      *             SO THE MONTHLY SOURCE SCORECARD NO LONGER HAS TO
      *             BE PIECED TOGETHER FROM OVERWRITTEN PRINT FILES.
      * 2026-09-14  PERMANENT JOURNAL-VOUCHER HISTORY (CALJVHST.TXT):
      *             EVERY VOUCHER LINE ISSUED IS KEPT, KEYED BY DATE,
      *             BATCH AND RUN NUMBER, WITH THE VOUCHER TYPE (ORG,
      *             SUP, REV, ADJ) AND THE RUN IT REFERS TO.  A RUN
      *             THAT REPLACES THE DAY (A RERUN UNDER RUNOVRD=Y OR
      *             A NEW ATTEMPT AFTER A FAILED ONE) NOW WRITES A
      *             REVERSING VOUCHER, DEBITS AND CREDITS SWAPPED AND
      *             THE HEADER NAMING THE ORIGINAL RUN, FOR EVERY
      *             EARLIER ORG OR SUP VOUCHER OF THE DATE NOT YET
      *             REVERSED, AHEAD OF THE REPLACEMENT VOUCHER, SO
      *             THE GL NO LONGER BACKS OUT THE FIRST POSTING BY
      *             HAND.  THE VOUCHER HEADER NOW CARRIES THE TYPE
      *             AND REFERENCED RUN.  EXCEPTION RECORDS NOW CARRY
      *             THE SOURCE ID SO A CORRECTION CAN BE CHARGED TO
      *             THE FEED THAT RAISED THE EXCEPTION.
      * 2026-09-16  PARTITIONED RUNNING OF THE CONTROL FILE.  A
      *             CONTROL-FILE ENTRY MAY NAME A PARTITION IN
      *             COLUMNS 46-47 (BLANK MEANS 01); THE DATASET NAME
      *             IS NOW TAKEN FROM COLUMNS 1-44, THE WIDTH THE
      *             SOURCE MASTER ALREADY USES.  WITH PARTNO=NN THE
      *             RUN PROCESSES ONLY THAT PARTITION'S FEEDS INTO
      *             ITS OWN CHECKPOINT, REPORT, EXCEPTION, EXTRACT
      *             AND RUN-CONTROL FILES (CALCKPT.PNN, CALRPT.PNN,
      *             CALEXCP.PNN, CALEXTR.PNN, CALRUNCT.PNN) PLUS A
      *             SOURCE SUMMARY (CALPSUM.PNN), RESTARTS FROM ITS
      *             OWN CHECKPOINT, AND WRITES NOTHING TO THE GL
      *             INTERFACE, JOURNAL VOUCHER OR CALIBRATION
      *             HISTORY, SO PARTITIONS CAN RUN AS CONCURRENT JOB
      *             STEPS.  WITH PARTMERGE=Y THE RUN CONSOLIDATES:
      *             IT REFUSES UNLESS EVERY PARTITION NAMED IN THE
      *             CONTROL FILE ENDED CLEANLY FOR THE DATE AND
      *             BATCH AND ITS EXTRACT AGREES WITH ITS SUMMARY,
      *             THEN MERGES THE PARTITION FILES INTO CALRPT,
      *             CALEXCP AND CALEXTR WITH RECORD NUMBERS MADE
      *             UNIQUE ACROSS PARTITIONS, REBUILDS THE TOTALS,
      *             VOUCHER SOURCE TABLE AND MISSING FEEDS SECTION,
      *             AND WRITES CALGLIF, CALGLJV AND CALHIST ONCE
      *             UNDER THE DAY'S RUN NUMBER IN CALRUNCT.TXT.
      * 2026-09-18  DUPLICATE FEED DETECTION.  EVERY FEED ACCEPTED IN
      *             MULTI-FILE MODE IS FINGERPRINTED BY SOURCE ID,
      *             LINES READ AND A HASH OF ITS CALIBRATION LINES,
      *             AND THE FINGERPRINT IS KEPT IN A PERMANENT FEED
      *             REGISTER (CALFEEDR.TXT) WITH THE BUSINESS DATE,
      *             BATCH AND RUN NUMBER.  A FEED WHOSE FINGERPRINT IS
      *             ALREADY REGISTERED IS REJECTED, NAMING THE DATE
      *             AND RUN IT DUPLICATES, UNLESS THE EARLIER ENTRY
      *             BELONGS TO AN ATTEMPT THIS RUN REPLACES.  A
      *             GENUINELY IDENTICAL DAY IS ACCEPTED BY NAMING THE
      *             SOURCE ID IN DUPOVRD.
      * 2026-09-23  OVERRIDES MUST BE SIGNED FOR.  WHEN RUNOVRD,
      *             RUNABAND, SUPPRUN OR DUPOVRD IS SET, THE RUN NOW
      *             REQUIRES AN OPERATOR ID (OPERID) AND A REASON CODE
      *             (OVRRSN) THAT IS ACTIVE ON THE REASON-CODE TABLE
      *             (CALRSNC.TXT) FOR EVERY OVERRIDE SET, AND IS
      *             REFUSED WITH RETURN CODE 12 OTHERWISE.  EACH USE -
      *             A RERUN FORCED OVER A COMPLETE RUN, EACH ATTEMPT
      *             RECORDED AS ABANDONED, A SUPPLEMENTAL RUN, AND
      *             EACH DUPLICATE FEED ACCEPTED - IS APPENDED TO THE
      *             PERMANENT OVERRIDE LOG (CALOVRL.TXT) WITH THE
      *             OPERATOR, REASON, DATE, BATCH AND RUN NUMBER.
      * 2026-10-01  THE STATISTICS RECORD NOW ENDS WITH THE PARTITION
      *             NUMBER (BLANK FOR AN UNPARTITIONED RUN), SINCE A
      *             PARTITION'S RUN NUMBER COMES FROM ITS OWN
      *             CALRUNCT.PNN AND IS ONLY UNIQUE WITHIN IT.
      * 2026-10-03  A RERUN NOW ALSO REVERSES THE CORRECTION CYCLE'S
      *             ADJ VOUCHER, TAKEN UNDER THE RUN NAMED IN ITS
      *             HEADER.  A FEED-REGISTER ROW FROM ANY EARLIER
      *             NON-SUPPLEMENT RUN OF THE DATE AND BATCH IS NOW
      *             SUPERSEDED WHATEVER ITS PARTITION, RUN NUMBERS
      *             BEING COMPARED ONLY WITHIN ONE PARTITION.  THE
      *             ORPHANED-ATTEMPT SWEEP NOW RUNS AFTER THE PERIOD,
      *             PARTITION AND OVERRIDE CHECKS, SO A REFUSED RUN
      *             NO LONGER MARKS EARLIER ATTEMPTS ABANDONED.
      * 2026-10-06  A FEED-REGISTER ROW FROM ANOTHER PARTITION IS ONLY
      *             SUPERSEDED WHEN ONE OF THE TWO RUNS IS
      *             UNPARTITIONED, SO ONE FEED TAKEN BY TWO PARTITIONS
      *             IS STILL CAUGHT.  A RERUN NOW ALSO SUPERSEDES THE
      *             ROWS OF AN EARLIER SUPPLEMENTAL RUN, WHOSE VOUCHERS
      *             IT REVERSES, SO THE LATE FEEDS ARE TAKEN AGAIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT NOT OPTIONAL INPUT-FILE ASSIGN TO DYNAMIC INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PRINT-FILE ASSIGN TO DYNAMIC PRINT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO DYNAMIC
           EXCEPTION-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO DYNAMIC
           CHECKPOINT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXTRACT-FILE ASSIGN TO DYNAMIC EXTRACT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-INTERFACE-FILE
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL-FILE
           ASSIGN TO DYNAMIC RUN-CONTROL-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-VOUCHER-FILE
           ASSIGN TO DISK "CALPERD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SOURCE-STATISTICS-FILE
           ASSIGN TO DISK "CALSRST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JV-HISTORY-FILE
           ASSIGN TO DISK "CALJVHST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SCRATCH-PRINT-FILE
           ASSIGN TO DYNAMIC SCRATCH-PRINT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SCRATCH-EXCEPTION-FILE
           ASSIGN TO DYNAMIC SCRATCH-EXCEPTION-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SCRATCH-EXTRACT-FILE
           ASSIGN TO DYNAMIC SCRATCH-EXTRACT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PARTITION-SUMMARY-FILE
           ASSIGN TO DYNAMIC PARTITION-SUMMARY-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PARTITION-PRINT-FILE
           ASSIGN TO DYNAMIC PARTITION-PRINT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PARTITION-EXCEPTION-FILE
           ASSIGN TO DYNAMIC PARTITION-EXCEPTION-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PARTITION-EXTRACT-FILE
           ASSIGN TO DYNAMIC PARTITION-EXTRACT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PARTITION-RUN-CONTROL-FILE
           ASSIGN TO DYNAMIC PARTITION-RUN-CONTROL-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FEED-REGISTER-FILE
           ASSIGN TO DISK "CALFEEDR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REASON-CODE-FILE
           ASSIGN TO DISK "CALRSNC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OVERRIDE-LOG-FILE
           ASSIGN TO DISK "CALOVRL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       01  PRINT-LINE PIC X(107).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE PIC X(118).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-LINE.
       01  SOURCE-MASTER-LINE PIC X(117).

       FD  GL-VOUCHER-FILE.
       01  GL-VOUCHER-LINE PIC X(35).

       FD  GL-ACCOUNT-MAP-FILE.
       01  GL-ACCOUNT-MAP-LINE PIC X(17).

       FD  SOURCE-STATISTICS-FILE.
       01  SOURCE-STATISTICS-LINE PIC X(178).

       FD  JV-HISTORY-FILE.
       01  JV-HISTORY-LINE PIC X(78).

       FD  SCRATCH-PRINT-FILE.
       01  SCRATCH-PRINT-LINE PIC X(107).

       FD  SCRATCH-EXCEPTION-FILE.
       01  SCRATCH-EXCEPTION-LINE PIC X(118).

       FD  SCRATCH-EXTRACT-FILE.
       01  SCRATCH-EXTRACT-LINE PIC X(27).

       FD  PARTITION-SUMMARY-FILE.
       01  PARTITION-SUMMARY-LINE PIC X(107).

       FD  PARTITION-PRINT-FILE.
       01  PARTITION-PRINT-LINE PIC X(107).

       FD  PARTITION-EXCEPTION-FILE.
       01  PARTITION-EXCEPTION-LINE PIC X(118).

       FD  PARTITION-EXTRACT-FILE.
       01  PARTITION-EXTRACT-LINE PIC X(27).

       FD  PARTITION-RUN-CONTROL-FILE.
       01  PARTITION-RUN-CONTROL-LINE PIC X(61).

       FD  FEED-REGISTER-FILE.
       01  FEED-REGISTER-LINE PIC X(102).

       FD  REASON-CODE-FILE.
       01  REASON-CODE-LINE PIC X(56).

       FD  OVERRIDE-LOG-FILE.
       01  OVERRIDE-LOG-LINE PIC X(114).

       WORKING-STORAGE SECTION.
       77  CHAR-POS PIC 99.
       77  FIRST-DIGIT PIC 9.
       77  CONTROL-DD-NAME PIC X(10) VALUE "CTLFILEDD".
       77  MULTI-FILE-SW PIC X VALUE "N".
           88 MULTI-FILE-MODE VALUE "Y".
       77  PRINT-DSN PIC X(20) VALUE "CALRPT.TXT".
       77  EXCEPTION-DSN PIC X(20) VALUE "CALEXCP.TXT".
       77  CHECKPOINT-DSN PIC X(20) VALUE "CALCKPT.TXT".
       77  EXTRACT-DSN PIC X(20) VALUE "CALEXTR.TXT".
       77  RUN-CONTROL-DSN PIC X(20) VALUE "CALRUNCT.TXT".
       77  SCRATCH-PRINT-DSN PIC X(20) VALUE "CALRPT.TMP".
       77  SCRATCH-EXCEPTION-DSN PIC X(20) VALUE "CALEXCP.TMP".
       77  SCRATCH-EXTRACT-DSN PIC X(20) VALUE "CALEXTR.TMP".
       77  PARTITION-SUMMARY-DSN PIC X(20) VALUE SPACES.
       77  PARTITION-PRINT-DSN PIC X(20) VALUE SPACES.
       77  PARTITION-EXCEPTION-DSN PIC X(20) VALUE SPACES.
       77  PARTITION-EXTRACT-DSN PIC X(20) VALUE SPACES.
       77  PARTITION-RUN-CONTROL-DSN PIC X(20) VALUE SPACES.
       77  PARTITION-NO PIC X(2) VALUE SPACES.
       77  PARTITION-NO-NAME PIC X(10) VALUE "PARTNO".
       77  PARTITION-RUN-SW PIC X VALUE "N".
           88 PARTITION-RUN VALUE "Y".
       77  PARTITION-MERGE-SW PIC X VALUE "N".
           88 PARTITION-MERGE VALUE "Y".
       77  PARTITION-MERGE-NAME PIC X(10) VALUE "PARTMERGE".
       77  LINE-PARTITION-NO PIC X(2) VALUE SPACES.
       77  PARTITION-LIMIT PIC 9(4) VALUE 99.
       77  PARTITION-IX PIC 9(4) VALUE ZERO.
       77  PARTITION-USED-COUNT PIC 9(4) VALUE ZERO.
       77  PARTITION-FAULT-COUNT PIC 9(4) VALUE ZERO.
       77  PARTITION-EOF-SW PIC X VALUE "N".
           88 PARTITION-AT-END VALUE "Y".
       77  PARTITION-TRAILER-SW PIC X VALUE "N".
           88 PARTITION-TRAILER-REACHED VALUE "Y".
       77  PARTITION-REC-NO PIC 9(6) VALUE ZERO.
       77  PARTITION-REC-OFFSET PIC 9(6) VALUE ZERO.
       77  PARTITION-VALUE PIC 9(3) VALUE ZERO.
       77  PARTITION-NUM PIC 9(2) VALUE ZERO.
       77  PARTITION-GRAND-TOTAL PIC 9(11) VALUE ZERO.
       01  PARTITION-TABLE.
           05 PARTITION-ENTRY OCCURS 99 TIMES.
               10 PART-USED-SW       PIC X(1).
                   88 PART-USED VALUE "Y".
               10 PART-STATUS        PIC X(8).
               10 PART-RUN-NO        PIC 9(4).
               10 PART-LINES         PIC 9(6).
               10 PART-SUBTOTAL      PIC 9(9).
               10 PART-EXTRACT-TOTAL PIC 9(9).
               10 PART-STALE-SW      PIC X(1).
                   88 PART-STALE VALUE "Y".
               10 PART-CLEAN-SW      PIC X(1).
                   88 PART-CLEAN VALUE "Y".
       77  MERGE-ENTRY-LIMIT PIC 9(4) VALUE 500.
       77  MERGE-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       77  MERGE-IX PIC 9(4) VALUE ZERO.
       01  MERGE-ENTRY-TABLE.
           05 MERGE-ENTRY OCCURS 500 TIMES.
               10 MERGE-PARTITION    PIC 9(2).
               10 MERGE-FOUND-SW     PIC X(1).
                   88 MERGE-FOUND VALUE "Y".
               10 MERGE-SOURCE       PIC X(8).
               10 MERGE-OUTCOME      PIC X(8).
               10 MERGE-LINES        PIC 9(6).
               10 MERGE-SUBTOTAL     PIC 9(9).
       77  CONTROL-FILE-EOF-SW PIC X VALUE "N".
           88 CONTROL-FILE-AT-END VALUE "Y".
       77  SOURCE-SEQ PIC 9(4) VALUE ZERO.
               10 JV-SOURCE PIC X(8).
               10 JV-AMOUNT PIC 9(9).

       77  JV-HISTORY-EOF-SW PIC X VALUE "N".
           88 JV-HISTORY-AT-END VALUE "Y".
       77  PRIOR-VOUCHER-LIMIT PIC 9(4) VALUE 500.
       77  PRIOR-VOUCHER-COUNT PIC 9(4) VALUE ZERO.
       77  PRIOR-VOUCHER-IX PIC 9(4) VALUE ZERO.
       01  PRIOR-VOUCHER-TABLE.
           05 PRIOR-VOUCHER-ENTRY OCCURS 500 TIMES.
               10 PRIOR-VOUCHER-RUN-NO  PIC 9(4).
               10 PRIOR-VOUCHER-SIDE    PIC X(3).
               10 PRIOR-VOUCHER-ACCOUNT PIC X(8).
               10 PRIOR-VOUCHER-SOURCE  PIC X(8).
               10 PRIOR-VOUCHER-AMOUNT  PIC 9(9).
       77  REVERSED-RUN-LIMIT PIC 9(4) VALUE 100.
       77  REVERSED-RUN-COUNT PIC 9(4) VALUE ZERO.
       77  REVERSED-RUN-IX PIC 9(4) VALUE ZERO.
       01  REVERSED-RUN-TABLE.
           05 REVERSED-RUN-NO OCCURS 100 TIMES PIC 9(4).
       77  REVERSING-RUN-NO PIC 9(4) VALUE ZERO.
       77  RUN-REVERSED-SW PIC X VALUE "N".
           88 RUN-ALREADY-REVERSED VALUE "Y".

       77  FILE-START-TOTAL PIC 9(9) VALUE ZERO.
       77  SOURCE-START-TOTAL PIC 9(9) VALUE ZERO.
       77  SUBTOTAL PIC 9(9) VALUE ZERO.
       77  RUN-ABANDON-SW PIC X VALUE "N".
           88 RUN-ABANDON-ACK VALUE "Y".
       77  RUN-ABANDON-NAME PIC X(10) VALUE "RUNABAND".
       77  DUPLICATE-OVERRIDE-SOURCE PIC X(8) VALUE SPACES.
       77  DUPLICATE-OVERRIDE-NAME PIC X(10) VALUE "DUPOVRD".
       77  DUPLICATE-FOUND-SW PIC X VALUE "N".
           88 DUPLICATE-FOUND VALUE "Y".
       77  DUPLICATE-DATE PIC X(8) VALUE SPACES.
       77  DUPLICATE-RUN-NO PIC 9(4) VALUE ZERO.
       77  DUPLICATE-PARTITION PIC X(2) VALUE SPACES.
       77  FEED-REGISTER-EOF-SW PIC X VALUE "N".
           88 FEED-REGISTER-AT-END VALUE "Y".
       77  FEED-HASH PIC 9(9) VALUE ZERO.
       77  FEED-HASH-WORK PIC 9(11) VALUE ZERO.
       77  FEED-HASH-MODULUS PIC 9(9) VALUE 999999937.
       77  FEED-HASH-POS PIC 9(4) VALUE ZERO.
       77  RUN-TYPE PIC X(3) VALUE "ORG".
       77  OPERATOR-ID PIC X(8) VALUE SPACES.
       77  OPERATOR-ID-NAME PIC X(10) VALUE "OPERID".
       77  OVERRIDE-REASON PIC X(4) VALUE SPACES.
       77  OVERRIDE-REASON-NAME PIC X(10) VALUE "OVRRSN".
       77  OVERRIDE-ACTION PIC X(8) VALUE SPACES.
       77  OVERRIDE-DETAIL PIC X(50) VALUE SPACES.
       77  OVERRIDE-FAULT PIC X(50) VALUE SPACES.
       77  REASON-CODE-EOF-SW PIC X VALUE "N".
           88 REASON-CODE-AT-END VALUE "Y".
       77  REASON-FOUND-SW PIC X VALUE "N".
           88 REASON-FOUND VALUE "Y".
       77  REASON-FOUND-ACTION PIC X(8) VALUE SPACES.
       77  REASON-FOUND-ACTIVE PIC X(1) VALUE SPACE.
       77  COMPLETE-RUN-NO PIC 9(4) VALUE ZERO.
       77  ATTEMPT-LIMIT PIC 9(4) VALUE 100.
       77  ATTEMPT-COUNT PIC 9(4) VALUE ZERO.
       77  ATTEMPT-IX PIC 9(4) VALUE ZERO.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 EXCEPTION-REASON     PIC X(20) VALUE "NO USABLE DIGIT:".
           05 EXCEPTION-INPUT-LINE PIC X(80).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 EXCEPTION-SOURCE-ID  PIC X(8).

       01  EXTRACT-DETAIL-LINE.
           05 EXTRACT-REC-NO       PIC ZZZZZ9.
           05 FILLER             PIC X(1).
           05 FEED-HEADER-DATE   PIC X(8).

      * ONE ROW PER ACCEPTED FEED.  PARTITION IS BLANK FOR AN
      * UNPARTITIONED RUN; RUN TYPE IS ORG OR SUP; OVERRIDE IS Y WHEN
      * THE FEED WAS ACCEPTED AS A DUPLICATE UNDER DUPOVRD.
       01  FEED-REGISTER-DATA.
           05 FREG-DATE          PIC X(8).
           05 FILLER             PIC X(1).
           05 FREG-BATCH         PIC X(8).
           05 FILLER             PIC X(1).
           05 FREG-RUN-NO        PIC 9(4).
           05 FILLER             PIC X(1).
           05 FREG-PARTITION     PIC X(2).
           05 FILLER             PIC X(1).
           05 FREG-RUN-TYPE      PIC X(3).
           05 FILLER             PIC X(1).
           05 FREG-SOURCE        PIC X(8).
           05 FILLER             PIC X(1).
           05 FREG-LINES         PIC 9(6).
           05 FILLER             PIC X(1).
           05 FREG-HASH          PIC 9(9).
           05 FILLER             PIC X(1).
           05 FREG-OVERRIDE      PIC X(1).
           05 FILLER             PIC X(1).
           05 FREG-DSN           PIC X(44).

       01  REASON-CODE-DATA.
           05 RSN-CODE-IN        PIC X(4).
           05 FILLER             PIC X(1).
           05 RSN-ACTION-IN      PIC X(8).
           05 FILLER             PIC X(1).
           05 RSN-ACTIVE-IN      PIC X(1).
           05 FILLER             PIC X(1).
           05 RSN-DESC-IN        PIC X(40).

      * ONE ROW PER USE OF AN OVERRIDE.  THE RUN NUMBER IS THE
      * ATTEMPT THAT USED IT; PARTITION IS BLANK WHEN UNPARTITIONED.
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

       01  FEED-TRAILER-DATA.
           05 FEED-TRAILER-TAG   PIC X(3).
           05 FILLER             PIC X(1).
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

       01  SOURCE-STATISTICS-DATA.
           05 STATS-DATE        PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 STATS-BATCH       PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 STATS-RUN-NO      PIC 9(4).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 STATS-SOURCE      PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 STATS-LINES       PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 STATS-EXCEPTIONS  PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 STATS-EXC-RATE    PIC 9(3)V9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 STATS-TOLERANCE   PIC 9(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 STATS-QGATE       PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 STATS-OUTCOME     PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 STATS-ELAPSED     PIC 9(6)V99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 STATS-SUBTOTAL    PIC 9(9).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 STATS-REJECT-REASON PIC X(40).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 STATS-DSN         PIC X(44).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 STATS-PARTITION   PIC X(2).

       01  CONTROL-ENTRY-DATA.
           05 CONTROL-DSN-IN       PIC X(44).
           05 FILLER               PIC X(1).
           05 CONTROL-PARTITION-IN PIC X(2).

       01  PARTITION-SUMMARY-DATA.
           05 PSUM-DATE         PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 PSUM-BATCH        PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 PSUM-RUN-NO       PIC 9(4).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 PSUM-SEQ          PIC 9(4).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 PSUM-SOURCE       PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 PSUM-OUTCOME      PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 PSUM-LINES        PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 PSUM-SUBTOTAL     PIC 9(9).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 PSUM-DSN          PIC X(44).

       01  PARTITION-FAULT-LINE.
           05 FILLER            PIC X(10) VALUE "PARTITION ".
           05 FAULT-PARTITION   PIC X(2).
           05 FILLER            PIC X(3)  VALUE " - ".
           05 FAULT-TEXT        PIC X(60).

       01  GL-SUPPLEMENT-DATA.
           05 SUPPLEMENT-BATCH  PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           PERFORM RESOLVE-RUN-OVERRIDE
           PERFORM RESOLVE-SUPPLEMENTAL
           PERFORM RESOLVE-RUN-ABANDON
           PERFORM RESOLVE-PARTITION
           PERFORM RESOLVE-DUPLICATE-OVERRIDE
           PERFORM RESOLVE-OVERRIDE-AUTHORITY
           PERFORM CHECK-RUN-CONTROL
           PERFORM CHECK-PERIOD-CONTROL
           IF PARTITION-MERGE
               PERFORM CHECK-PARTITIONS
           END-IF
           PERFORM CHECK-ORPHANED-ATTEMPTS
           PERFORM WRITE-OVERRIDE-USES
           PERFORM WRITE-RUN-CONTROL-START
           PERFORM LOAD-TOLERANCES
           PERFORM LOAD-SOURCE-MASTER
           PERFORM LOAD-GL-ACCOUNT-MAP
           IF NOT SUPPLEMENTAL-RUN AND NOT PARTITION-RUN
               PERFORM LOAD-PRIOR-VOUCHERS
           END-IF
           IF NOT PARTITION-MERGE
               PERFORM LOAD-CHECKPOINT
           END-IF
           IF PARTITION-RUN AND NOT IS-RESTART
               OPEN OUTPUT PARTITION-SUMMARY-FILE
               CLOSE PARTITION-SUMMARY-FILE
           END-IF
           IF IS-RESTART
               PERFORM TRUNCATE-PRINT-FILE
               PERFORM TRUNCATE-EXCEPTION-FILE
           IF SUPPLEMENTAL-RUN
               OPEN EXTEND GL-INTERFACE-FILE
           ELSE
               IF NOT PARTITION-RUN
                   OPEN OUTPUT GL-INTERFACE-FILE
               END-IF
           END-IF
           IF NOT PARTITION-MERGE
               OPEN EXTEND CHECKPOINT-FILE
           END-IF
           IF PARTITION-MERGE
               PERFORM MERGE-PARTITIONS
           ELSE
               IF MULTI-FILE-MODE
                   PERFORM PROCESS-CONTROL-FILE
               ELSE
                   MOVE 1 TO SOURCE-SEQ
                   MOVE SAVED-LOCAL-REC-NO TO LOCAL-REC-NO
                   PERFORM RUN-ONE-SOURCE
               END-IF
           END-IF
           MOVE SPACES TO TRAILER-LINE
           MOVE TOTAL-CALIBRATION-VALUE TO TRAILER-TOTAL
           WRITE PRINT-LINE FROM TRAILER-LINE
           IF MULTI-FILE-MODE AND NOT SUPPLEMENTAL-RUN
           AND NOT PARTITION-RUN
               PERFORM WRITE-MISSING-FEEDS-SECTION
           END-IF
           PERFORM WRITE-CONTROL-REPORT
           IF NOT PARTITION-RUN
               IF SUPPLEMENTAL-RUN
                   PERFORM READ-PRIOR-DAY-TOTAL
               END-IF
               MOVE "*TOTAL*" TO CAL-HISTORY-SOURCE
               COMPUTE CAL-HISTORY-AMOUNT =
                   TOTAL-CALIBRATION-VALUE + PRIOR-TOTAL-AMOUNT
               PERFORM WRITE-CALIBRATION-HISTORY
               PERFORM WRITE-GL-INTERFACE
               PERFORM WRITE-JOURNAL-VOUCHER
               CLOSE GL-INTERFACE-FILE
           END-IF
           CLOSE PRINT-FILE
           CLOSE EXCEPTION-FILE
           CLOSE EXTRACT-FILE
           IF NOT PARTITION-MERGE
               CLOSE CHECKPOINT-FILE
               PERFORM CLEAR-CHECKPOINT
           END-IF
           IF QUALITY-GATE-FAIL-COUNT > 0
               MOVE "QGFAIL" TO RUN-FINAL-STATUS
               PERFORM WRITE-RUN-CONTROL-END
           ACCEPT SUPPLEMENTAL-SW FROM ENVIRONMENT-VALUE
           IF SUPPLEMENTAL-SW NOT = "Y"
               MOVE "N" TO SUPPLEMENTAL-SW
           ELSE
               MOVE "SUP" TO RUN-TYPE
           END-IF.

      * DUPOVRD NAMES THE ONE SOURCE WHOSE FEED MAY REPEAT AN
      * ALREADY REGISTERED FINGERPRINT IN THIS RUN.
       RESOLVE-DUPLICATE-OVERRIDE.
           DISPLAY DUPLICATE-OVERRIDE-NAME UPON ENVIRONMENT-NAME
           ACCEPT DUPLICATE-OVERRIDE-SOURCE FROM ENVIRONMENT-VALUE.

       RESOLVE-OVERRIDE-AUTHORITY.
           DISPLAY OPERATOR-ID-NAME UPON ENVIRONMENT-NAME
           ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE
           DISPLAY OVERRIDE-REASON-NAME UPON ENVIRONMENT-NAME
           ACCEPT OVERRIDE-REASON FROM ENVIRONMENT-VALUE.

       CHECK-RUN-CONTROL.
           MOVE "N" TO RUN-CONTROL-EOF-SW
           MOVE 0 TO HIGH-RUN-NO
                           END-IF
                           IF RUN-CONTROL-STATUS = "COMPLETE"
                               SET PRIOR-RUN-COMPLETE TO TRUE
                               IF RUN-CONTROL-RUN-NO IS NUMERIC
                                   MOVE RUN-CONTROL-RUN-NO
                                       TO COMPLETE-RUN-NO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           COMPUTE RUN-NO = HIGH-RUN-NO + 1
           PERFORM CHECK-OVERRIDE-AUTHORITY
           IF PRIOR-RUN-COMPLETE AND NOT RUN-OVERRIDE
           AND NOT SUPPLEMENTAL-RUN
               DISPLAY "RUN REFUSED - BATCH " BATCH-ID
                   " IS ALREADY MARKED COMPLETE FOR " RUN-DATE
               DISPLAY "OPERATOR ACTION REQUIRED - SET RUNOVRD=Y, "
                   "WITH OPERID AND A REASON CODE IN OVRRSN, TO "
                   "FORCE A RERUN OF THIS DATE/BATCH"
               PERFORM GET-TIMESTAMP
               MOVE CURRENT-STAMP TO RUN-START-STAMP
               STOP RUN WITH ERROR STATUS 12
           END-IF.

      * EVERY SWITCH THAT BYPASSES A SAFETY CHECK MUST BE SIGNED
      * FOR WITH THE OPERATOR ID AND A REASON CODE THAT IS ACTIVE ON
      * CALRSNC.TXT FOR EACH OVERRIDE SET.  A SWITCH IS CHECKED
      * WHENEVER IT IS SET, EVEN IF THE CONDITION IT BYPASSES DOES
      * NOT ARISE, SO ONE LEFT IN A JOB'S SETTINGS CANNOT QUIETLY
      * COVER A LATER NIGHT.  THIS RUNS BEFORE ANY ABANDOND ROW IS
      * WRITTEN, SO A REFUSED RUN HAS CHANGED NOTHING.
       CHECK-OVERRIDE-AUTHORITY.
           MOVE SPACES TO OVERRIDE-FAULT
           IF RUN-OVERRIDE OR SUPPLEMENTAL-RUN OR RUN-ABANDON-ACK
           OR DUPLICATE-OVERRIDE-SOURCE NOT = SPACES
               PERFORM LOAD-OVERRIDE-REASON
               IF OPERATOR-ID = SPACES
                   MOVE "NO OPERATOR ID SUPPLIED IN OPERID"
                       TO OVERRIDE-FAULT
               ELSE
                   IF OVERRIDE-REASON = SPACES
                       MOVE "NO REASON CODE SUPPLIED IN OVRRSN"
                           TO OVERRIDE-FAULT
                   ELSE
                       IF NOT REASON-FOUND
                           STRING "REASON CODE " OVERRIDE-REASON
                               " IS NOT ON CALRSNC.TXT"
                               DELIMITED BY SIZE INTO OVERRIDE-FAULT
                       ELSE
                           IF REASON-FOUND-ACTIVE NOT = "A"
                               STRING "REASON CODE " OVERRIDE-REASON
                                   " IS INACTIVE"
                                   DELIMITED BY SIZE
                                   INTO OVERRIDE-FAULT
                           ELSE
                               PERFORM CHECK-REASON-COVERS-SWITCHES
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF OVERRIDE-FAULT NOT = SPACES
               DISPLAY "RUN REFUSED - " OVERRIDE-FAULT
               DISPLAY "OPERATOR ACTION REQUIRED - SET OPERID TO YOUR "
                   "OPERATOR ID AND OVRRSN TO AN ACTIVE REASON CODE "
                   "ON CALRSNC.TXT COVERING EVERY OVERRIDE SET FOR "
                   "THIS RUN"
               PERFORM GET-TIMESTAMP
               MOVE CURRENT-STAMP TO RUN-START-STAMP
               MOVE CURRENT-STAMP TO RUN-END-STAMP
               MOVE "REFUSED" TO RUN-FINAL-STATUS
               PERFORM WRITE-RUN-CONTROL-RECORD
               STOP RUN WITH ERROR STATUS 12
           END-IF.

      * THE FIRST ROW FOR A REASON CODE IS THE ONE THAT COUNTS.
       LOAD-OVERRIDE-REASON.
           MOVE "N" TO REASON-FOUND-SW
           MOVE "N" TO REASON-CODE-EOF-SW
           OPEN INPUT REASON-CODE-FILE
           PERFORM UNTIL REASON-CODE-AT-END OR REASON-FOUND
               READ REASON-CODE-FILE INTO REASON-CODE-DATA
                   AT END SET REASON-CODE-AT-END TO TRUE
                   NOT AT END
                       IF RSN-CODE-IN = OVERRIDE-REASON
                       AND OVERRIDE-REASON NOT = SPACES
                           SET REASON-FOUND TO TRUE
                           MOVE RSN-ACTION-IN TO REASON-FOUND-ACTION
                           MOVE RSN-ACTIVE-IN TO REASON-FOUND-ACTIVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REASON-CODE-FILE.

       CHECK-REASON-COVERS-SWITCHES.
           IF RUN-OVERRIDE
               MOVE "RUNOVRD" TO OVERRIDE-ACTION
               PERFORM CHECK-REASON-COVERS-ACTION
           END-IF
           IF RUN-ABANDON-ACK
               MOVE "RUNABAND" TO OVERRIDE-ACTION
               PERFORM CHECK-REASON-COVERS-ACTION
           END-IF
           IF SUPPLEMENTAL-RUN
               MOVE "SUPPRUN" TO OVERRIDE-ACTION
               PERFORM CHECK-REASON-COVERS-ACTION
           END-IF
           IF DUPLICATE-OVERRIDE-SOURCE NOT = SPACES
               MOVE "DUPOVRD" TO OVERRIDE-ACTION
               PERFORM CHECK-REASON-COVERS-ACTION
           END-IF.

       CHECK-REASON-COVERS-ACTION.
           IF OVERRIDE-FAULT = SPACES
           AND REASON-FOUND-ACTION NOT = "*ALL"
           AND REASON-FOUND-ACTION NOT = OVERRIDE-ACTION
               STRING "REASON CODE " OVERRIDE-REASON
                   " DOES NOT COVER " OVERRIDE-ACTION
                   DELIMITED BY SIZE INTO OVERRIDE-FAULT
           END-IF.

      * RUNOVRD IS LOGGED ONLY WHEN IT ACTUALLY FORCED A RERUN OVER A
      * COMPLETE ATTEMPT; A SUPPLEMENT NEVER NEEDS IT TO START.  THE
      * USES ARE LOGGED ONLY ONCE EVERY START CHECK HAS PASSED.
       WRITE-OVERRIDE-USES.
           IF RUN-OVERRIDE AND PRIOR-RUN-COMPLETE
           AND NOT SUPPLEMENTAL-RUN
               MOVE "RUNOVRD" TO OVERRIDE-ACTION
               MOVE SPACES TO OVERRIDE-DETAIL
               STRING "RERUN FORCED OVER COMPLETE RUN "
                   COMPLETE-RUN-NO
                   DELIMITED BY SIZE INTO OVERRIDE-DETAIL
               PERFORM WRITE-OVERRIDE-LOG
           END-IF
           IF SUPPLEMENTAL-RUN
               MOVE "SUPPRUN" TO OVERRIDE-ACTION
               MOVE "SUPPLEMENTAL RUN FOR LATE FEEDS"
                   TO OVERRIDE-DETAIL
               PERFORM WRITE-OVERRIDE-LOG
           END-IF.

       WRITE-OVERRIDE-LOG.
           PERFORM GET-TIMESTAMP
           MOVE SPACES TO OVERRIDE-LOG-DATA
           MOVE CURRENT-STAMP TO OVRL-STAMP
           MOVE RUN-DATE TO OVRL-DATE
           MOVE BATCH-ID TO OVRL-BATCH
           MOVE RUN-NO TO OVRL-RUN-NO
           MOVE PARTITION-NO TO OVRL-PARTITION
           MOVE OVERRIDE-ACTION TO OVRL-ACTION
           MOVE OPERATOR-ID TO OVRL-OPERATOR
           MOVE OVERRIDE-REASON TO OVRL-REASON
           MOVE OVERRIDE-DETAIL TO OVRL-DETAIL
           OPEN EXTEND OVERRIDE-LOG-FILE
           WRITE OVERRIDE-LOG-LINE FROM OVERRIDE-LOG-DATA
           CLOSE OVERRIDE-LOG-FILE.

      * THE LAST PERIOD CONTROL RECORD FOR A PERIOD WINS, AND THE
      * REFUSAL IS DELIBERATELY NOT SUBJECT TO RUNOVRD=Y: A CLOSED
      * MONTH HAS BEEN REPORTED TO FINANCE AND MUST NOT MOVE.
                   TO ATTEMPT-START-STAMP(ATTEMPT-MATCH-IX)
           END-IF.

      * THE SWEEP COMES AFTER EVERY OTHER START CHECK, SO AN ABANDOND
      * ROW AND ITS RUNABAND LOG ENTRY ARE ONLY WRITTEN BY A RUN THAT
      * IS GOING AHEAD.
       CHECK-ORPHANED-ATTEMPTS.
           MOVE 0 TO ORPHAN-RUN-COUNT
           PERFORM VARYING ATTEMPT-IX FROM 1 BY 1
                       "FLIGHT OR DIED WITHOUT AN ENDING STATUS"
                   DISPLAY "OPERATOR ACTION REQUIRED - CONFIRM THE "
                       "OLD ATTEMPT IS TRULY DEAD, THEN SET "
                       "RUNABAND=Y, WITH OPERID AND A REASON CODE IN "
                       "OVRRSN, TO RECORD IT AS ABANDONED AND ALLOW A "
                       "NEW ATTEMPT"
                   PERFORM GET-TIMESTAMP
                   MOVE CURRENT-STAMP TO RUN-START-STAMP
                   MOVE CURRENT-STAMP TO RUN-END-STAMP
                   MOVE "ABANDOND" TO RUN-FINAL-STATUS
                   PERFORM WRITE-RUN-CONTROL-RECORD
                   DISPLAY "RUN " RUN-NO " RECORDED AS ABANDONED BY "
                       "OPERATOR " OPERATOR-ID
                   MOVE HOLD-RUN-NO TO RUN-NO
                   MOVE "RUNABAND" TO OVERRIDE-ACTION
                   MOVE SPACES TO OVERRIDE-DETAIL
                   STRING "ABANDONED RUN " ATTEMPT-RUN-NO(ATTEMPT-IX)
                       " STARTED " ATTEMPT-START-STAMP(ATTEMPT-IX)
                       DELIMITED BY SIZE INTO OVERRIDE-DETAIL
                   PERFORM WRITE-OVERRIDE-LOG
               END-IF
           END-PERFORM
           MOVE HOLD-RUN-NO TO RUN-NO
           MOVE STAMP-DATE TO CURRENT-STAMP(1:8)
           MOVE STAMP-TIME(1:6) TO CURRENT-STAMP(9:6).

      * PARTNO NAMES THE PARTITION THIS RUN PROCESSES.  ITS WORK
      * FILES AND RUN-CONTROL MASTER CARRY THE PARTITION NUMBER SO
      * PARTITIONS RUNNING AS CONCURRENT STEPS NEVER SHARE A FILE.
      * A BAD COMBINATION IS REFUSED BEFORE ANY RUN-CONTROL MASTER IS
      * TOUCHED, SINCE IT IS NOT YET KNOWN WHICH ONE WOULD APPLY.
       RESOLVE-PARTITION.
           DISPLAY PARTITION-NO-NAME UPON ENVIRONMENT-NAME
           ACCEPT PARTITION-NO FROM ENVIRONMENT-VALUE
           DISPLAY PARTITION-MERGE-NAME UPON ENVIRONMENT-NAME
           ACCEPT PARTITION-MERGE-SW FROM ENVIRONMENT-VALUE
           IF PARTITION-MERGE-SW NOT = "Y"
               MOVE "N" TO PARTITION-MERGE-SW
           END-IF
           IF PARTITION-NO NOT = SPACES
               SET PARTITION-RUN TO TRUE
           END-IF
           IF PARTITION-RUN OR PARTITION-MERGE
               MOVE SPACES TO REJECT-REASON
               IF NOT MULTI-FILE-MODE
                   MOVE "NO CONTROL FILE IS NAMED IN CTLFILEDD"
                       TO REJECT-REASON
               END-IF
               IF SUPPLEMENTAL-RUN
                   MOVE "SUPPRUN=Y CANNOT RUN PARTITIONED"
                       TO REJECT-REASON
               END-IF
               IF PARTITION-RUN AND PARTITION-MERGE
                   MOVE "PARTNO AND PARTMERGE=Y ARE BOTH SET"
                       TO REJECT-REASON
               END-IF
               IF PARTITION-RUN
               AND (PARTITION-NO IS NOT NUMERIC
                    OR PARTITION-NO = "00")
                   MOVE "PARTNO MUST BE 01 THROUGH 99"
                       TO REJECT-REASON
               END-IF
               IF REJECT-REASON NOT = SPACES
                   DISPLAY "RUN REFUSED - " REJECT-REASON
                   DISPLAY "OPERATOR ACTION REQUIRED - CORRECT THE "
                       "PARTITION SETTINGS ON THE JOB STEP; A LATE "
                       "FEED IS RUN AS A SUPPLEMENT ONLY AFTER THE "
                       "CONSOLIDATION"
                   STOP RUN WITH ERROR STATUS 12
               END-IF
           END-IF
           IF PARTITION-RUN
               MOVE "CALRPT.P" TO PRINT-DSN
               MOVE PARTITION-NO TO PRINT-DSN(9:2)
               MOVE "CALEXCP.P" TO EXCEPTION-DSN
               MOVE PARTITION-NO TO EXCEPTION-DSN(10:2)
               MOVE "CALCKPT.P" TO CHECKPOINT-DSN
               MOVE PARTITION-NO TO CHECKPOINT-DSN(10:2)
               MOVE "CALEXTR.P" TO EXTRACT-DSN
               MOVE PARTITION-NO TO EXTRACT-DSN(10:2)
               MOVE "CALRUNCT.P" TO RUN-CONTROL-DSN
               MOVE PARTITION-NO TO RUN-CONTROL-DSN(11:2)
               MOVE "CALRPT.T" TO SCRATCH-PRINT-DSN
               MOVE PARTITION-NO TO SCRATCH-PRINT-DSN(9:2)
               MOVE "CALEXCP.T" TO SCRATCH-EXCEPTION-DSN
               MOVE PARTITION-NO TO SCRATCH-EXCEPTION-DSN(10:2)
               MOVE "CALEXTR.T" TO SCRATCH-EXTRACT-DSN
               MOVE PARTITION-NO TO SCRATCH-EXTRACT-DSN(10:2)
               MOVE "CALPSUM.P" TO PARTITION-SUMMARY-DSN
               MOVE PARTITION-NO TO PARTITION-SUMMARY-DSN(10:2)
           END-IF.

      * A CONTROL-FILE ENTRY WITH NO PARTITION COLUMN BELONGS TO
      * PARTITION 01, SO AN UNPARTITIONED CONTROL FILE STILL RUNS.
       RESOLVE-LINE-PARTITION.
           MOVE CONTROL-LINE TO CONTROL-ENTRY-DATA
           IF CONTROL-PARTITION-IN = SPACES
               MOVE "01" TO LINE-PARTITION-NO
           ELSE
               MOVE CONTROL-PARTITION-IN TO LINE-PARTITION-NO
           END-IF.

      * THE SUMMARY IS KEYED BY CONTROL-FILE SEQUENCE; A RESTART THAT
      * REPEATS THE TAIL OF A SOURCE WRITES ITS ROW AGAIN, AND THE
      * CONSOLIDATION TAKES THE LAST ROW FOR A SEQUENCE.
       WRITE-PARTITION-SUMMARY.
           MOVE SPACES TO PARTITION-SUMMARY-DATA
           MOVE RUN-DATE TO PSUM-DATE
           MOVE BATCH-ID TO PSUM-BATCH
           MOVE RUN-NO TO PSUM-RUN-NO
           MOVE SOURCE-SEQ TO PSUM-SEQ
           MOVE SOURCE-ID TO PSUM-SOURCE
           MOVE STATS-OUTCOME TO PSUM-OUTCOME
           MOVE LOCAL-REC-NO TO PSUM-LINES
           MOVE SUBTOTAL TO PSUM-SUBTOTAL
           MOVE INPUT-DSN TO PSUM-DSN
           OPEN EXTEND PARTITION-SUMMARY-FILE
           WRITE PARTITION-SUMMARY-LINE FROM PARTITION-SUMMARY-DATA
           CLOSE PARTITION-SUMMARY-FILE.

      * NOTHING IS WRITTEN UNTIL EVERY PARTITION NAMED IN THE CONTROL
      * FILE HAS ENDED CLEANLY FOR THIS DATE AND BATCH, HAS A SUMMARY
      * ROW FOR EVERY ONE OF ITS FEEDS, AND HAS AN EXTRACT THAT ADDS
      * UP TO ITS SUMMARY, SO A PARTIAL DAY CAN NEVER REACH THE GL.
      * A REFUSED ATTEMPT TOUCHED NO FILES AND IS PASSED OVER.
       CHECK-PARTITIONS.
           MOVE 0 TO PARTITION-FAULT-COUNT
           MOVE 0 TO PARTITION-GRAND-TOTAL
           PERFORM VARYING PARTITION-IX FROM 1 BY 1
           UNTIL PARTITION-IX > PARTITION-LIMIT
               MOVE "N" TO PART-USED-SW(PARTITION-IX)
               MOVE SPACES TO PART-STATUS(PARTITION-IX)
               MOVE 0 TO PART-RUN-NO(PARTITION-IX)
               MOVE 0 TO PART-LINES(PARTITION-IX)
               MOVE 0 TO PART-SUBTOTAL(PARTITION-IX)
               MOVE 0 TO PART-EXTRACT-TOTAL(PARTITION-IX)
               MOVE "N" TO PART-STALE-SW(PARTITION-IX)
               MOVE "N" TO PART-CLEAN-SW(PARTITION-IX)
           END-PERFORM
           PERFORM LOAD-PARTITION-PLAN
           PERFORM VARYING PARTITION-IX FROM 1 BY 1
           UNTIL PARTITION-IX > PARTITION-LIMIT
               IF PART-USED(PARTITION-IX)
                   ADD 1 TO PARTITION-USED-COUNT
                   PERFORM CHECK-ONE-PARTITION
               END-IF
           END-PERFORM
           PERFORM VARYING MERGE-IX FROM 1 BY 1
           UNTIL MERGE-IX > MERGE-ENTRY-COUNT
               IF MERGE-PARTITION(MERGE-IX) > 0
                   MOVE MERGE-PARTITION(MERGE-IX) TO PARTITION-IX
                   IF PART-CLEAN(PARTITION-IX)
                   AND NOT MERGE-FOUND(MERGE-IX)
                       MOVE MERGE-PARTITION(MERGE-IX) TO PARTITION-NUM
                       MOVE PARTITION-NUM TO FAULT-PARTITION
                       MOVE "HAS NO SOURCE SUMMARY FOR CONTROL ENTRY"
                           TO FAULT-TEXT
                       MOVE MERGE-IX TO FAULT-TEXT(41:4)
                       PERFORM RECORD-PARTITION-FAULT
                   END-IF
               END-IF
           END-PERFORM
           IF PARTITION-GRAND-TOTAL > MAX-TOTAL-CALIBRATION-VALUE
               MOVE "**" TO FAULT-PARTITION
               MOVE "DAY TOTAL WOULD OVERFLOW THE CALIBRATION TOTAL"
                   TO FAULT-TEXT
               PERFORM RECORD-PARTITION-FAULT
           END-IF
           IF PARTITION-USED-COUNT = 0
               MOVE "**" TO FAULT-PARTITION
               MOVE "CONTROL FILE NAMES NO FEEDS TO CONSOLIDATE"
                   TO FAULT-TEXT
               PERFORM RECORD-PARTITION-FAULT
           END-IF
           IF PARTITION-FAULT-COUNT > 0
               DISPLAY "RUN REFUSED - " PARTITION-FAULT-COUNT
                   " PARTITION FAULT(S) FOR " RUN-DATE
                   " BATCH " BATCH-ID
               DISPLAY "OPERATOR ACTION REQUIRED - RERUN OR RESTART "
                   "EACH PARTITION LISTED ABOVE UNTIL IT ENDS "
                   "CLEANLY, THEN RERUN THE CONSOLIDATION"
               PERFORM GET-TIMESTAMP
               MOVE CURRENT-STAMP TO RUN-START-STAMP
               MOVE CURRENT-STAMP TO RUN-END-STAMP
               MOVE "REFUSED" TO RUN-FINAL-STATUS
               PERFORM WRITE-RUN-CONTROL-RECORD
               STOP RUN WITH ERROR STATUS 12
           END-IF.

       LOAD-PARTITION-PLAN.
           MOVE 0 TO MERGE-ENTRY-COUNT
           MOVE "N" TO CONTROL-FILE-EOF-SW
           OPEN INPUT CONTROL-FILE
           PERFORM UNTIL CONTROL-FILE-AT-END
               READ CONTROL-FILE
                   AT END SET CONTROL-FILE-AT-END TO TRUE
                   NOT AT END
                       IF CONTROL-LINE NOT = SPACES
                           PERFORM PLAN-ONE-CONTROL-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE.

       PLAN-ONE-CONTROL-ENTRY.
           IF MERGE-ENTRY-COUNT >= MERGE-ENTRY-LIMIT
               IF MERGE-ENTRY-COUNT = MERGE-ENTRY-LIMIT
                   MOVE "**" TO FAULT-PARTITION
                   MOVE "CONTROL FILE HAS MORE ENTRIES THAN THE 500 "
                       TO FAULT-TEXT
                   MOVE "LIMIT" TO FAULT-TEXT(44:5)
                   PERFORM RECORD-PARTITION-FAULT
                   ADD 1 TO MERGE-ENTRY-COUNT
               END-IF
           ELSE
               ADD 1 TO MERGE-ENTRY-COUNT
               PERFORM RESOLVE-LINE-PARTITION
               MOVE 0 TO MERGE-PARTITION(MERGE-ENTRY-COUNT)
               MOVE "N" TO MERGE-FOUND-SW(MERGE-ENTRY-COUNT)
               IF LINE-PARTITION-NO IS NOT NUMERIC
               OR LINE-PARTITION-NO = "00"
                   MOVE LINE-PARTITION-NO TO FAULT-PARTITION
                   MOVE "IS NOT A VALID PARTITION, CONTROL ENTRY"
                       TO FAULT-TEXT
                   MOVE MERGE-ENTRY-COUNT TO FAULT-TEXT(41:4)
                   PERFORM RECORD-PARTITION-FAULT
               ELSE
                   MOVE LINE-PARTITION-NO
                       TO MERGE-PARTITION(MERGE-ENTRY-COUNT)
                   MOVE MERGE-PARTITION(MERGE-ENTRY-COUNT)
                       TO PARTITION-IX
                   SET PART-USED(PARTITION-IX) TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-PARTITION.
           MOVE PARTITION-IX TO PARTITION-NUM
           PERFORM SET-PARTITION-DSNS
           PERFORM FIND-PARTITION-STATUS
           MOVE PARTITION-NUM TO FAULT-PARTITION
           EVALUATE PART-STATUS(PARTITION-IX)
               WHEN "COMPLETE"
               WHEN "QGFAIL"
               WHEN "FEEDFAIL"
                   PERFORM LOAD-PARTITION-SUMMARY
                   PERFORM TOTAL-PARTITION-EXTRACT
                   IF PART-STALE(PARTITION-IX)
                       MOVE "SUMMARY DOES NOT MATCH THIS DATE, BATCH "
                           TO FAULT-TEXT
                       MOVE "AND CONTROL FILE" TO FAULT-TEXT(41:16)
                       PERFORM RECORD-PARTITION-FAULT
                   ELSE
                       IF PART-EXTRACT-TOTAL(PARTITION-IX)
                          NOT = PART-SUBTOTAL(PARTITION-IX)
                           MOVE "EXTRACT TOTAL DOES NOT AGREE WITH "
                               TO FAULT-TEXT
                           MOVE "SOURCE SUMMARY" TO FAULT-TEXT(35:14)
                           PERFORM RECORD-PARTITION-FAULT
                       ELSE
                           SET PART-CLEAN(PARTITION-IX) TO TRUE
                           ADD PART-EXTRACT-TOTAL(PARTITION-IX)
                               TO PARTITION-GRAND-TOTAL
                       END-IF
                   END-IF
               WHEN SPACES
                   MOVE "HAS NOT RUN FOR THIS DATE AND BATCH"
                       TO FAULT-TEXT
                   PERFORM RECORD-PARTITION-FAULT
               WHEN OTHER
                   MOVE "DID NOT END CLEANLY, LAST STATUS "
                       TO FAULT-TEXT
                   MOVE PART-STATUS(PARTITION-IX) TO FAULT-TEXT(34:8)
                   PERFORM RECORD-PARTITION-FAULT
           END-EVALUATE.

       RECORD-PARTITION-FAULT.
           ADD 1 TO PARTITION-FAULT-COUNT
           DISPLAY PARTITION-FAULT-LINE
           MOVE SPACES TO FAULT-TEXT.

       SET-PARTITION-DSNS.
           MOVE "CALRPT.P" TO PARTITION-PRINT-DSN
           MOVE PARTITION-NUM TO PARTITION-PRINT-DSN(9:2)
           MOVE "CALEXCP.P" TO PARTITION-EXCEPTION-DSN
           MOVE PARTITION-NUM TO PARTITION-EXCEPTION-DSN(10:2)
           MOVE "CALEXTR.P" TO PARTITION-EXTRACT-DSN
           MOVE PARTITION-NUM TO PARTITION-EXTRACT-DSN(10:2)
           MOVE "CALRUNCT.P" TO PARTITION-RUN-CONTROL-DSN
           MOVE PARTITION-NUM TO PARTITION-RUN-CONTROL-DSN(11:2)
           MOVE "CALPSUM.P" TO PARTITION-SUMMARY-DSN
           MOVE PARTITION-NUM TO PARTITION-SUMMARY-DSN(10:2).

       FIND-PARTITION-STATUS.
           MOVE "N" TO PARTITION-EOF-SW
           OPEN INPUT PARTITION-RUN-CONTROL-FILE
           PERFORM UNTIL PARTITION-AT-END
               READ PARTITION-RUN-CONTROL-FILE
                   INTO RUN-CONTROL-LINE-DATA
                   AT END SET PARTITION-AT-END TO TRUE
                   NOT AT END
                       IF RUN-CONTROL-DATE = RUN-DATE
                       AND RUN-CONTROL-BATCH = BATCH-ID
                       AND RUN-CONTROL-STATUS NOT = "REFUSED"
                           MOVE RUN-CONTROL-STATUS
                               TO PART-STATUS(PARTITION-IX)
                           MOVE RUN-CONTROL-RUN-NO
                               TO PART-RUN-NO(PARTITION-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTITION-RUN-CONTROL-FILE.

       LOAD-PARTITION-SUMMARY.
           MOVE "N" TO PARTITION-EOF-SW
           OPEN INPUT PARTITION-SUMMARY-FILE
           PERFORM UNTIL PARTITION-AT-END
               READ PARTITION-SUMMARY-FILE INTO PARTITION-SUMMARY-DATA
                   AT END SET PARTITION-AT-END TO TRUE
                   NOT AT END
                       IF PARTITION-SUMMARY-DATA NOT = SPACES
                           PERFORM LOAD-ONE-PARTITION-SUMMARY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTITION-SUMMARY-FILE
           PERFORM VARYING MERGE-IX FROM 1 BY 1
           UNTIL MERGE-IX > MERGE-ENTRY-COUNT
            OR MERGE-IX > MERGE-ENTRY-LIMIT
               IF MERGE-PARTITION(MERGE-IX) = PARTITION-IX
               AND MERGE-FOUND(MERGE-IX)
                   ADD MERGE-LINES(MERGE-IX) TO PART-LINES(PARTITION-IX)
                   ADD MERGE-SUBTOTAL(MERGE-IX)
                       TO PART-SUBTOTAL(PARTITION-IX)
               END-IF
           END-PERFORM.

       LOAD-ONE-PARTITION-SUMMARY.
           IF PSUM-DATE NOT = RUN-DATE
           OR PSUM-BATCH NOT = BATCH-ID
           OR PSUM-SEQ IS NOT NUMERIC
           OR PSUM-LINES IS NOT NUMERIC
           OR PSUM-SUBTOTAL IS NOT NUMERIC
               SET PART-STALE(PARTITION-IX) TO TRUE
           ELSE
               IF PSUM-SEQ = 0
               OR PSUM-SEQ > MERGE-ENTRY-COUNT
               OR PSUM-SEQ > MERGE-ENTRY-LIMIT
                   SET PART-STALE(PARTITION-IX) TO TRUE
               ELSE
                   IF MERGE-PARTITION(PSUM-SEQ) NOT = PARTITION-IX
                       SET PART-STALE(PARTITION-IX) TO TRUE
                   ELSE
                       SET MERGE-FOUND(PSUM-SEQ) TO TRUE
                       MOVE PSUM-SOURCE TO MERGE-SOURCE(PSUM-SEQ)
                       MOVE PSUM-OUTCOME TO MERGE-OUTCOME(PSUM-SEQ)
                       MOVE PSUM-LINES TO MERGE-LINES(PSUM-SEQ)
                       MOVE PSUM-SUBTOTAL TO MERGE-SUBTOTAL(PSUM-SEQ)
                   END-IF
               END-IF
           END-IF.

       TOTAL-PARTITION-EXTRACT.
           MOVE "N" TO PARTITION-EOF-SW
           OPEN INPUT PARTITION-EXTRACT-FILE
           PERFORM UNTIL PARTITION-AT-END
               READ PARTITION-EXTRACT-FILE INTO EXTRACT-DETAIL-LINE
                   AT END SET PARTITION-AT-END TO TRUE
                   NOT AT END
                       IF EXTRACT-FIRST-DIGIT IS NUMERIC
                       AND EXTRACT-LAST-DIGIT IS NUMERIC
                           COMPUTE PARTITION-VALUE =
                               10 * EXTRACT-FIRST-DIGIT
                               + EXTRACT-LAST-DIGIT
                           ADD PARTITION-VALUE
                               TO PART-EXTRACT-TOTAL(PARTITION-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTITION-EXTRACT-FILE.

      * PARTITIONS ARE MERGED IN PARTITION ORDER.  A PARTITION NUMBERS
      * ITS LINES FROM 1, SO EACH IS OFFSET BY THE LINES READ IN THE
      * PARTITIONS BEFORE IT, GIVING NUMBERS UNIQUE ACROSS THE DAY.
      * THE SOURCE OUTCOMES THEN REBUILD THE COUNTS, THE VOUCHER
      * SOURCE TABLE AND THE PER-SOURCE HISTORY IN CONTROL-FILE ORDER.
       MERGE-PARTITIONS.
           MOVE "N" TO CONTROL-FILE-EOF-SW
           OPEN INPUT CONTROL-FILE
           PERFORM UNTIL CONTROL-FILE-AT-END
               READ CONTROL-FILE
                   AT END SET CONTROL-FILE-AT-END TO TRUE
                   NOT AT END
                       IF CONTROL-LINE NOT = SPACES
                           PERFORM MARK-SOURCE-SEEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           MOVE 0 TO PARTITION-REC-OFFSET
           PERFORM VARYING PARTITION-IX FROM 1 BY 1
           UNTIL PARTITION-IX > PARTITION-LIMIT
               IF PART-USED(PARTITION-IX)
                   PERFORM MERGE-ONE-PARTITION
               END-IF
           END-PERFORM
           MOVE PARTITION-REC-OFFSET TO REC-NO
           PERFORM VARYING MERGE-IX FROM 1 BY 1
           UNTIL MERGE-IX > MERGE-ENTRY-COUNT
               IF MERGE-FOUND(MERGE-IX)
                   PERFORM MERGE-ONE-SOURCE
               END-IF
           END-PERFORM.

       MERGE-ONE-PARTITION.
           MOVE PARTITION-IX TO PARTITION-NUM
           PERFORM SET-PARTITION-DSNS
           MOVE "N" TO PARTITION-EOF-SW
           MOVE "N" TO PARTITION-TRAILER-SW
           OPEN INPUT PARTITION-PRINT-FILE
           PERFORM UNTIL PARTITION-AT-END OR PARTITION-TRAILER-REACHED
               READ PARTITION-PRINT-FILE
                   AT END SET PARTITION-AT-END TO TRUE
                   NOT AT END PERFORM MERGE-ONE-PRINT-LINE
               END-READ
           END-PERFORM
           CLOSE PARTITION-PRINT-FILE
           MOVE "N" TO PARTITION-EOF-SW
           OPEN INPUT PARTITION-EXCEPTION-FILE
           PERFORM UNTIL PARTITION-AT-END
               READ PARTITION-EXCEPTION-FILE INTO EXCEPTION-DETAIL-LINE
                   AT END SET PARTITION-AT-END TO TRUE
                   NOT AT END
                       COMPUTE PARTITION-REC-NO = FUNCTION NUMVAL(
                           PARTITION-EXCEPTION-LINE(1:6))
                       COMPUTE EXCEPTION-REC-NO =
                           PARTITION-REC-NO + PARTITION-REC-OFFSET
                       WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE
                       ADD 1 TO EXCEPTION-LINE-COUNT
               END-READ
           END-PERFORM
           CLOSE PARTITION-EXCEPTION-FILE
           MOVE "N" TO PARTITION-EOF-SW
           OPEN INPUT PARTITION-EXTRACT-FILE
           PERFORM UNTIL PARTITION-AT-END
               READ PARTITION-EXTRACT-FILE INTO EXTRACT-DETAIL-LINE
                   AT END SET PARTITION-AT-END TO TRUE
                   NOT AT END
                       COMPUTE PARTITION-REC-NO = FUNCTION NUMVAL(
                           PARTITION-EXTRACT-LINE(1:6))
                       COMPUTE EXTRACT-REC-NO =
                           PARTITION-REC-NO + PARTITION-REC-OFFSET
                       WRITE EXTRACT-LINE FROM EXTRACT-DETAIL-LINE
                       ADD 1 TO EXTRACT-LINE-COUNT
                       ADD 1 TO LINES-WITH-DIGIT
                       COMPUTE PARTITION-VALUE =
                           10 * EXTRACT-FIRST-DIGIT
                           + EXTRACT-LAST-DIGIT
                       ADD PARTITION-VALUE TO TOTAL-CALIBRATION-VALUE
               END-READ
           END-PERFORM
           CLOSE PARTITION-EXTRACT-FILE
           ADD PART-LINES(PARTITION-IX) TO PARTITION-REC-OFFSET.

      * THE PARTITION'S OWN TRAILER AND CONTROL REPORT ARE LEFT
      * BEHIND; THE CONSOLIDATED ONES ARE WRITTEN FROM THE MERGED
      * FIGURES.  THE TRAILER IS THE ONLY LINE BLANK UP TO THE TOTAL
      * IN COLUMNS 27-35.  ONLY DETAIL LINES CARRY A RECORD NUMBER.
       MERGE-ONE-PRINT-LINE.
           IF PARTITION-PRINT-LINE(1:26) = SPACES
           AND PARTITION-PRINT-LINE(27:9) NOT = SPACES
           AND PARTITION-PRINT-LINE(36:72) = SPACES
               SET PARTITION-TRAILER-REACHED TO TRUE
           ELSE
               IF PARTITION-PRINT-LINE(1:8) = RUN-DATE
                   MOVE PARTITION-PRINT-LINE TO DETAIL-LINE
                   COMPUTE PARTITION-REC-NO = FUNCTION NUMVAL(
                       PARTITION-PRINT-LINE(13:6))
                   COMPUTE DETAIL-REC-NO =
                       PARTITION-REC-NO + PARTITION-REC-OFFSET
                   WRITE PRINT-LINE FROM DETAIL-LINE
               ELSE
                   WRITE PRINT-LINE FROM PARTITION-PRINT-LINE
               END-IF
               ADD 1 TO PRINT-LINE-COUNT
           END-IF.

       MERGE-ONE-SOURCE.
           MOVE MERGE-SOURCE(MERGE-IX) TO SOURCE-ID
           MOVE MERGE-SUBTOTAL(MERGE-IX) TO SUBTOTAL
           EVALUATE MERGE-OUTCOME(MERGE-IX)
               WHEN "ACCEPTED"
                   PERFORM ADD-JV-SOURCE
                   MOVE SOURCE-ID TO CAL-HISTORY-SOURCE
                   MOVE SUBTOTAL TO CAL-HISTORY-AMOUNT
                   PERFORM WRITE-CALIBRATION-HISTORY
               WHEN "QGFAIL"
                   ADD 1 TO QUALITY-GATE-FAIL-COUNT
                   ADD SUBTOTAL TO GL-EXCLUDED-TOTAL
               WHEN OTHER
                   ADD 1 TO SOURCE-REJECT-COUNT
                   ADD SUBTOTAL TO GL-EXCLUDED-TOTAL
           END-EVALUATE.

       RESOLVE-CONTROL-DSN.
           DISPLAY CONTROL-DD-NAME UPON ENVIRONMENT-NAME
           ACCEPT CONTROL-DSN FROM ENVIRONMENT-VALUE
               IF CONTROL-LINE NOT = SPACES
                   PERFORM MARK-SOURCE-SEEN
                   ADD 1 TO SOURCE-SEQ
                   PERFORM RESOLVE-LINE-PARTITION
                   IF SOURCE-SEQ >= SAVED-SOURCE-SEQ
                   AND (NOT PARTITION-RUN
                        OR LINE-PARTITION-NO = PARTITION-NO)
                       MOVE SPACES TO INPUT-DSN
                       MOVE CONTROL-DSN-IN TO INPUT-DSN
                       IF SOURCE-SEQ > SAVED-SOURCE-SEQ
                           MOVE 0 TO SAVED-LOCAL-REC-NO
                       END-IF
           END-IF
           MOVE FILE-START-TOTAL TO SOURCE-START-TOTAL
           MOVE "N" TO SOURCE-REJECT-SW
           MOVE 0 TO FEED-HASH
           IF MULTI-FILE-MODE
               MOVE SPACES TO SOURCE-ID
           ELSE
               CLOSE INPUT-FILE
               PERFORM WRITE-REJECT-LINE
               ADD 1 TO SOURCE-REJECT-COUNT
               MOVE 0 TO SUBTOTAL
               PERFORM COMPUTE-SOURCE-ELAPSED
               PERFORM WRITE-SOURCE-STATISTICS
               IF PARTITION-RUN
                   PERFORM WRITE-PARTITION-SUMMARY
               END-IF
           ELSE
               PERFORM GET-LINES
               CLOSE INPUT-FILE
               IF MULTI-FILE-MODE
                   PERFORM VALIDATE-FEED-TRAILER
                   IF NOT SOURCE-REJECTED
                       PERFORM CHECK-FEED-FINGERPRINT
                   END-IF
               END-IF
               COMPUTE SUBTOTAL =
                   TOTAL-CALIBRATION-VALUE - FILE-START-TOTAL
                   ELSE
                       PERFORM ADD-JV-SOURCE
                       IF MULTI-FILE-MODE
                           PERFORM WRITE-FEED-REGISTER
                       END-IF
                       IF MULTI-FILE-MODE AND NOT PARTITION-RUN
                           MOVE SOURCE-ID TO CAL-HISTORY-SOURCE
                           MOVE SUBTOTAL TO CAL-HISTORY-AMOUNT
                           PERFORM WRITE-CALIBRATION-HISTORY
                   PERFORM WRITE-SUBTOTAL-LINE
               END-IF
               PERFORM WRITE-THROUGHPUT-LINE
               PERFORM WRITE-SOURCE-STATISTICS
               IF PARTITION-RUN
                   PERFORM WRITE-PARTITION-SUMMARY
               END-IF
           END-IF.

       WRITE-THROUGHPUT-LINE.
           PERFORM COMPUTE-SOURCE-ELAPSED
           MOVE SPACES TO THROUGHPUT-DSN
           MOVE INPUT-DSN TO THROUGHPUT-DSN
           MOVE LOCAL-REC-NO TO THROUGHPUT-LINES
           MOVE ELAPSED-SECONDS TO THROUGHPUT-SECONDS
           COMPUTE THROUGHPUT-RATE-VALUE =
               LOCAL-REC-NO * 100 / ELAPSED-CS
           WRITE PRINT-LINE FROM THROUGHPUT-LINE
           ADD 1 TO PRINT-LINE-COUNT.

       COMPUTE-SOURCE-ELAPSED.
           PERFORM GET-CLOCK-CENTISECONDS
           COMPUTE ELAPSED-CS =
               CLOCK-CENTISECONDS - SOURCE-START-CS
           IF ELAPSED-CS < 0
               ADD 8640000 TO ELAPSED-CS
           END-IF
           IF ELAPSED-CS = 0
               MOVE 1 TO ELAPSED-CS
           END-IF
           COMPUTE ELAPSED-SECONDS = ELAPSED-CS / 100.

      * ONE RECORD PER SOURCE PER ATTEMPT.  THE EXCEPTION RATE AND
      * TOLERANCE ARE WORKED OUT AFRESH HERE BECAUSE THE QUALITY
      * GATE ONLY COMPUTES THEM FOR A SOURCE THAT HAS EXCEPTIONS,
      * AND A REJECTED FEED NEVER REACHES THE GATE AT ALL.
       WRITE-SOURCE-STATISTICS.
           MOVE SPACES TO SOURCE-STATISTICS-DATA
           MOVE RUN-DATE TO STATS-DATE
           MOVE BATCH-ID TO STATS-BATCH
           MOVE RUN-NO TO STATS-RUN-NO
           MOVE PARTITION-NO TO STATS-PARTITION
           MOVE SOURCE-ID TO STATS-SOURCE
           MOVE LOCAL-REC-NO TO STATS-LINES
           COMPUTE SOURCE-EXCEPTION-COUNT =
               EXCEPTION-LINE-COUNT - EXCEPTION-START-COUNT
           MOVE SOURCE-EXCEPTION-COUNT TO STATS-EXCEPTIONS
           IF LOCAL-REC-NO > 0
               COMPUTE STATS-EXC-RATE ROUNDED =
                   SOURCE-EXCEPTION-COUNT * 100 / LOCAL-REC-NO
           ELSE
               MOVE 0 TO STATS-EXC-RATE
           END-IF
           PERFORM FIND-TOLERANCE
           MOVE SOURCE-TOLERANCE TO STATS-TOLERANCE
           IF SOURCE-REJECTED
               MOVE "REJECTED" TO STATS-OUTCOME
               MOVE REJECT-REASON TO STATS-REJECT-REASON
           ELSE
               IF QUALITY-GATE-BREACHED
                   MOVE "BREACH" TO STATS-QGATE
                   MOVE "QGFAIL" TO STATS-OUTCOME
               ELSE
                   MOVE "PASS" TO STATS-QGATE
                   MOVE "ACCEPTED" TO STATS-OUTCOME
               END-IF
           END-IF
           MOVE ELAPSED-SECONDS TO STATS-ELAPSED
           MOVE SUBTOTAL TO STATS-SUBTOTAL
           MOVE INPUT-DSN TO STATS-DSN
           OPEN EXTEND SOURCE-STATISTICS-FILE
           WRITE SOURCE-STATISTICS-LINE FROM SOURCE-STATISTICS-DATA
           CLOSE SOURCE-STATISTICS-FILE.

       CHECK-QUALITY-GATE.
           MOVE "N" TO QUALITY-GATE-SW
           COMPUTE SOURCE-EXCEPTION-COUNT =
           END-IF.

       WRITE-JOURNAL-VOUCHER.
           PERFORM GET-TIMESTAMP
           OPEN EXTEND JV-HISTORY-FILE
           IF SUPPLEMENTAL-RUN
               OPEN EXTEND GL-VOUCHER-FILE
               MOVE "SUP" TO VOUCHER-TYPE
           ELSE
               OPEN OUTPUT GL-VOUCHER-FILE
               PERFORM WRITE-REVERSING-VOUCHERS
               MOVE "ORG" TO VOUCHER-TYPE
           END-IF
           MOVE BATCH-ID TO VOUCHER-BATCH
           MOVE RUN-DATE TO VOUCHER-DATE
           MOVE RUN-NO TO VOUCHER-RUN-NO
           MOVE RUN-NO TO VOUCHER-REF-RUN
           WRITE GL-VOUCHER-LINE FROM VOUCHER-HEADER-DATA
           MOVE 0 TO VOUCHER-LINE-COUNT
           MOVE 0 TO VOUCHER-HASH-TOTAL
           MOVE VOUCHER-LINE-COUNT TO VOUCHER-TRL-COUNT
           MOVE VOUCHER-HASH-TOTAL TO VOUCHER-TRL-HASH
           WRITE GL-VOUCHER-LINE FROM VOUCHER-TRAILER-DATA
           CLOSE GL-VOUCHER-FILE
           CLOSE JV-HISTORY-FILE.

       WRITE-VOUCHER-LINE-PAIR.
           PERFORM FIND-GL-ACCOUNT
           MOVE JV-SOURCE(JV-IX) TO VOUCHER-SOURCE
           MOVE JV-AMOUNT(JV-IX) TO VOUCHER-AMOUNT
           WRITE GL-VOUCHER-LINE FROM VOUCHER-LINE-DATA
           PERFORM WRITE-JV-HISTORY-ROW
           ADD 1 TO VOUCHER-LINE-COUNT
           ADD JV-AMOUNT(JV-IX) TO VOUCHER-HASH-TOTAL
           MOVE "CR" TO VOUCHER-SIDE
           MOVE OFFSET-GL-ACCOUNT TO VOUCHER-ACCOUNT
           WRITE GL-VOUCHER-LINE FROM VOUCHER-LINE-DATA
           PERFORM WRITE-JV-HISTORY-ROW
           ADD 1 TO VOUCHER-LINE-COUNT
           ADD JV-AMOUNT(JV-IX) TO VOUCHER-HASH-TOTAL.

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

      * EVERY ORG OR SUP VOUCHER ALREADY ISSUED FOR THIS DATE AND
      * BATCH IS STILL ON THE GL UNLESS A LATER REV VOUCHER NAMES ITS
      * RUN.  THE TABLE IS LOADED BEFORE ANY FEED IS READ SO A FULL
      * TABLE STOPS THE RUN BEFORE IT HAS WRITTEN ANYTHING.  AN ADJ
      * VOUCHER FROM THE CORRECTION CYCLE IS WRITTEN UNDER RUN 0000
      * WITH THE RUN IT ADJUSTS IN ITS HEADER, SO ITS LINES ARE TAKEN
      * UNDER THAT RUN AND ARE REVERSED WITH IT; THE CORRECTION CYCLE
      * RUN AGAINST THIS RUN'S EXCEPTIONS POSTS THEM AFRESH.
       LOAD-PRIOR-VOUCHERS.
           MOVE "N" TO JV-HISTORY-EOF-SW
           OPEN INPUT JV-HISTORY-FILE
           PERFORM UNTIL JV-HISTORY-AT-END
               READ JV-HISTORY-FILE INTO JV-HISTORY-DATA
                   AT END SET JV-HISTORY-AT-END TO TRUE
                   NOT AT END
                       IF JVH-DATE = RUN-DATE
                       AND JVH-BATCH = BATCH-ID
                       AND JVH-RUN-NO IS NUMERIC
                           IF JVH-TYPE = "ADJ"
                           AND JVH-REF-RUN IS NUMERIC
                               MOVE JVH-REF-RUN TO JVH-RUN-NO
                           END-IF
                           IF JVH-RUN-NO < RUN-NO
                               PERFORM LOAD-ONE-PRIOR-VOUCHER-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JV-HISTORY-FILE.

       LOAD-ONE-PRIOR-VOUCHER-ROW.
           EVALUATE JVH-TYPE
               WHEN "REV"
                   MOVE JVH-REF-RUN TO REVERSING-RUN-NO
                   PERFORM NOTE-RUN-REVERSED
               WHEN "ORG"
               WHEN "SUP"
               WHEN "ADJ"
                   IF PRIOR-VOUCHER-COUNT >= PRIOR-VOUCHER-LIMIT
                       DISPLAY "PRIOR VOUCHER TABLE IS FULL AT "
                           PRIOR-VOUCHER-LIMIT " LINES FOR " RUN-DATE
                       DISPLAY "OPERATOR ACTION REQUIRED - REVERSE "
                           "THE EARLIER VOUCHERS FOR THIS DATE BY "
                           "HAND AND RECORD THEM IN CALJVHST.TXT"
                       CLOSE JV-HISTORY-FILE
                       MOVE "FAILED" TO RUN-FINAL-STATUS
                       PERFORM WRITE-RUN-CONTROL-END
                       STOP RUN WITH ERROR STATUS 16
                   END-IF
                   ADD 1 TO PRIOR-VOUCHER-COUNT
                   MOVE JVH-RUN-NO
                       TO PRIOR-VOUCHER-RUN-NO(PRIOR-VOUCHER-COUNT)
                   MOVE JVH-SIDE
                       TO PRIOR-VOUCHER-SIDE(PRIOR-VOUCHER-COUNT)
                   MOVE JVH-ACCOUNT
                       TO PRIOR-VOUCHER-ACCOUNT(PRIOR-VOUCHER-COUNT)
                   MOVE JVH-SOURCE
                       TO PRIOR-VOUCHER-SOURCE(PRIOR-VOUCHER-COUNT)
                   MOVE JVH-AMOUNT
                       TO PRIOR-VOUCHER-AMOUNT(PRIOR-VOUCHER-COUNT)
           END-EVALUATE.

       NOTE-RUN-REVERSED.
           PERFORM CHECK-RUN-REVERSED
           IF NOT RUN-ALREADY-REVERSED
           AND REVERSED-RUN-COUNT < REVERSED-RUN-LIMIT
               ADD 1 TO REVERSED-RUN-COUNT
               MOVE REVERSING-RUN-NO
                   TO REVERSED-RUN-NO(REVERSED-RUN-COUNT)
           END-IF.

       CHECK-RUN-REVERSED.
           MOVE "N" TO RUN-REVERSED-SW
           PERFORM VARYING REVERSED-RUN-IX FROM 1 BY 1
           UNTIL REVERSED-RUN-IX > REVERSED-RUN-COUNT
               IF REVERSED-RUN-NO(REVERSED-RUN-IX) = REVERSING-RUN-NO
                   SET RUN-ALREADY-REVERSED TO TRUE
               END-IF
           END-PERFORM.

      * ONE REVERSING VOUCHER PER EARLIER RUN STILL STANDING, WRITTEN
      * UNDER THIS RUN'S NUMBER WITH THE ORIGINAL RUN IN THE HEADER.
       WRITE-REVERSING-VOUCHERS.
           MOVE 0 TO REVERSING-RUN-NO
           PERFORM VARYING PRIOR-VOUCHER-IX FROM 1 BY 1
           UNTIL PRIOR-VOUCHER-IX > PRIOR-VOUCHER-COUNT
               IF PRIOR-VOUCHER-RUN-NO(PRIOR-VOUCHER-IX)
                  NOT = REVERSING-RUN-NO
                   MOVE PRIOR-VOUCHER-RUN-NO(PRIOR-VOUCHER-IX)
                       TO REVERSING-RUN-NO
                   PERFORM CHECK-RUN-REVERSED
                   IF NOT RUN-ALREADY-REVERSED
                       PERFORM WRITE-REVERSING-VOUCHER
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-REVERSING-VOUCHER.
           MOVE BATCH-ID TO VOUCHER-BATCH
           MOVE RUN-DATE TO VOUCHER-DATE
           MOVE RUN-NO TO VOUCHER-RUN-NO
           MOVE "REV" TO VOUCHER-TYPE
           MOVE REVERSING-RUN-NO TO VOUCHER-REF-RUN
           WRITE GL-VOUCHER-LINE FROM VOUCHER-HEADER-DATA
           MOVE 0 TO VOUCHER-LINE-COUNT
           MOVE 0 TO VOUCHER-HASH-TOTAL
           PERFORM VARYING JV-IX FROM 1 BY 1
           UNTIL JV-IX > PRIOR-VOUCHER-COUNT
               IF PRIOR-VOUCHER-RUN-NO(JV-IX) = REVERSING-RUN-NO
                   IF PRIOR-VOUCHER-SIDE(JV-IX) = "DR"
                       MOVE "CR" TO VOUCHER-SIDE
                   ELSE
                       MOVE "DR" TO VOUCHER-SIDE
                   END-IF
                   MOVE PRIOR-VOUCHER-ACCOUNT(JV-IX) TO VOUCHER-ACCOUNT
                   MOVE PRIOR-VOUCHER-SOURCE(JV-IX) TO VOUCHER-SOURCE
                   MOVE PRIOR-VOUCHER-AMOUNT(JV-IX) TO VOUCHER-AMOUNT
                   WRITE GL-VOUCHER-LINE FROM VOUCHER-LINE-DATA
                   PERFORM WRITE-JV-HISTORY-ROW
                   ADD 1 TO VOUCHER-LINE-COUNT
                   ADD PRIOR-VOUCHER-AMOUNT(JV-IX) TO VOUCHER-HASH-TOTAL
               END-IF
           END-PERFORM
           MOVE VOUCHER-LINE-COUNT TO VOUCHER-TRL-COUNT
           MOVE VOUCHER-HASH-TOTAL TO VOUCHER-TRL-HASH
           WRITE GL-VOUCHER-LINE FROM VOUCHER-TRAILER-DATA
           PERFORM NOTE-RUN-REVERSED
           DISPLAY "REVERSING VOUCHER ISSUED FOR RUN " REVERSING-RUN-NO
               " OF " RUN-DATE " BATCH " BATCH-ID.

       WRITE-CALIBRATION-HISTORY.
           MOVE RUN-DATE TO CAL-HISTORY-DATE
           OPEN EXTEND CALIBRATION-HISTORY-FILE
               END-IF
           END-IF.

      * AN EARLIER ROW IS NOT A DUPLICATE WHEN IT BELONGS TO AN
      * ATTEMPT THIS RUN REPLACES: AN ORG OR SUP ROW FOR THE SAME DATE
      * AND BATCH, WHEN THIS RUN IS NOT ITSELF A SUPPLEMENT (A RERUN
      * REVERSES THE SUPPLEMENT'S VOUCHERS, SO ITS LATE FEEDS MUST BE
      * TAKEN AGAIN).  WITHIN ONE PARTITION THE ROW MUST CARRY A LOWER
      * RUN NUMBER, AS EACH PARTITION NUMBERS ITS RUNS FROM ITS OWN
      * CALRUNCT.PNN.  ACROSS PARTITIONS A ROW IS ONLY AN EARLIER
      * ATTEMPT WHEN ONE SIDE IS UNPARTITIONED, I.E. THE DAY WAS
      * SWITCHED BETWEEN PARTITIONED AND UNPARTITIONED RUNNING; TWO
      * PARTITIONS OF ONE DAY TAKING THE SAME FEED STILL COLLIDE.  A
      * RERUN OR RESTART THEREFORE ACCEPTS ITS OWN FEEDS AGAIN, BUT A
      * FEED LISTED TWICE IN THE CONTROL FILE, RESENT ON ANOTHER DAY,
      * OR REPEATED BY A SUPPLEMENTAL RUN IS STILL CAUGHT.
       CHECK-FEED-FINGERPRINT.
           MOVE "N" TO DUPLICATE-FOUND-SW
           MOVE "N" TO FEED-REGISTER-EOF-SW
           OPEN INPUT FEED-REGISTER-FILE
           PERFORM UNTIL FEED-REGISTER-AT-END
               READ FEED-REGISTER-FILE INTO FEED-REGISTER-DATA
                   AT END SET FEED-REGISTER-AT-END TO TRUE
                   NOT AT END
                       IF FREG-SOURCE = SOURCE-ID
                       AND FREG-LINES = LOCAL-REC-NO
                       AND FREG-HASH = FEED-HASH
                           PERFORM CHECK-REGISTER-SUPERSEDED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-REGISTER-FILE
           IF DUPLICATE-FOUND
               IF SOURCE-ID = DUPLICATE-OVERRIDE-SOURCE
                   DISPLAY "DUPLICATE FEED ACCEPTED UNDER DUPOVRD - "
                       SOURCE-ID " REPEATS " DUPLICATE-DATE
                       " RUN " DUPLICATE-RUN-NO
                   MOVE "DUPOVRD" TO OVERRIDE-ACTION
                   MOVE SPACES TO OVERRIDE-DETAIL
                   STRING "SOURCE " SOURCE-ID " REPEATS "
                       DUPLICATE-DATE " RUN " DUPLICATE-RUN-NO
                       DELIMITED BY SIZE INTO OVERRIDE-DETAIL
                   PERFORM WRITE-OVERRIDE-LOG
               ELSE
                   MOVE SPACES TO REJECT-REASON
                   STRING "DUPLICATE OF " DUPLICATE-DATE
                       " RUN " DUPLICATE-RUN-NO
                       DELIMITED BY SIZE INTO REJECT-REASON
                   IF DUPLICATE-PARTITION NOT = SPACES
                       MOVE " PART " TO REJECT-REASON(31:6)
                       MOVE DUPLICATE-PARTITION
                           TO REJECT-REASON(37:2)
                   END-IF
                   SET SOURCE-REJECTED TO TRUE
               END-IF
           END-IF.

       CHECK-REGISTER-SUPERSEDED.
           IF FREG-DATE = RUN-DATE
           AND FREG-BATCH = BATCH-ID
           AND (FREG-RUN-TYPE = "ORG" OR FREG-RUN-TYPE = "SUP")
           AND NOT SUPPLEMENTAL-RUN
           AND ((FREG-PARTITION = PARTITION-NO
                 AND FREG-RUN-NO < RUN-NO)
                OR (FREG-PARTITION NOT = PARTITION-NO
                    AND (FREG-PARTITION = SPACES
                         OR PARTITION-NO = SPACES)))
               CONTINUE
           ELSE
               SET DUPLICATE-FOUND TO TRUE
               MOVE FREG-DATE TO DUPLICATE-DATE
               MOVE FREG-RUN-NO TO DUPLICATE-RUN-NO
               MOVE FREG-PARTITION TO DUPLICATE-PARTITION
           END-IF.

       WRITE-FEED-REGISTER.
           MOVE SPACES TO FEED-REGISTER-DATA
           MOVE RUN-DATE TO FREG-DATE
           MOVE BATCH-ID TO FREG-BATCH
           MOVE RUN-NO TO FREG-RUN-NO
           MOVE PARTITION-NO TO FREG-PARTITION
           MOVE RUN-TYPE TO FREG-RUN-TYPE
           MOVE SOURCE-ID TO FREG-SOURCE
           MOVE LOCAL-REC-NO TO FREG-LINES
           MOVE FEED-HASH TO FREG-HASH
           IF DUPLICATE-FOUND
               MOVE "Y" TO FREG-OVERRIDE
           ELSE
               MOVE "N" TO FREG-OVERRIDE
           END-IF
           MOVE INPUT-DSN TO FREG-DSN
           OPEN EXTEND FEED-REGISTER-FILE
           WRITE FEED-REGISTER-LINE FROM FEED-REGISTER-DATA
           CLOSE FEED-REGISTER-FILE.

       WRITE-REJECT-LINE.
           MOVE SPACES TO REJECT-DSN
           MOVE SPACES TO REJECT-REASON-OUT
           PERFORM UNTIL INPUT-LINE = HIGH-VALUES
               ADD 1 TO REC-NO
               ADD 1 TO LOCAL-REC-NO
               PERFORM HASH-FEED-LINE
               PERFORM PROCESS-LINE
               IF REC-NO > 0 AND
                  FUNCTION MOD(REC-NO, CHECKPOINT-INTERVAL) = 0
               MOVE HIGH-VALUES TO INPUT-LINE
           END-IF.

      * LINES SKIPPED ON A RESTART ARE STILL HASHED, SO THE FEED'S
      * FINGERPRINT IS THE SAME WHETHER OR NOT IT WAS INTERRUPTED.
       SKIP-TO-LAST-CHECKPOINT.
           PERFORM VARYING SKIP-COUNT FROM 1 BY 1
           UNTIL SKIP-COUNT > SAVED-LOCAL-REC-NO
               READ INPUT-FILE
                   AT END MOVE HIGH-VALUES TO INPUT-LINE
               END-READ
               IF INPUT-LINE NOT = HIGH-VALUES
                   PERFORM HASH-FEED-LINE
               END-IF
           END-PERFORM.

      * A POLYNOMIAL HASH OVER ALL 80 COLUMNS OF EACH CALIBRATION
      * LINE IN FEED ORDER, REDUCED BY A PRIME MODULUS, SO A FEED
      * WITH THE SAME LINES IN A DIFFERENT ORDER HASHES DIFFERENTLY.
       HASH-FEED-LINE.
           PERFORM VARYING FEED-HASH-POS FROM 1 BY 1
           UNTIL FEED-HASH-POS > 80
               COMPUTE FEED-HASH-WORK = FEED-HASH * 31
                   + FUNCTION ORD(INPUT-LINE(FEED-HASH-POS:1))
               COMPUTE FEED-HASH =
                   FUNCTION MOD(FEED-HASH-WORK, FEED-HASH-MODULUS)
           END-PERFORM.

       WRITE-CHECKPOINT.
               CLOSE PRINT-FILE
               CLOSE EXCEPTION-FILE
               CLOSE EXTRACT-FILE
               IF NOT PARTITION-RUN
                   CLOSE GL-INTERFACE-FILE
               END-IF
               CLOSE CHECKPOINT-FILE
               IF MULTI-FILE-MODE
                   CLOSE CONTROL-FILE
           MOVE REC-NO TO EXCEPTION-REC-NO
           MOVE "NO USABLE DIGIT:" TO EXCEPTION-REASON
           MOVE ORIGINAL-LINE TO EXCEPTION-INPUT-LINE
           MOVE SOURCE-ID TO EXCEPTION-SOURCE-ID
           WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE
           ADD 1 TO EXCEPTION-LINE-COUNT.

