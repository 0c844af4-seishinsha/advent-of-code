       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-01-LINEAGE.
       AUTHOR. ALEJANDRO VILLANUEVA.

      * CHANGE LOG
      * 2026-09-21  NEW PROGRAM.  RECORD LINEAGE INQUIRY.  GIVEN A
      *             BUSINESS DATE (BUSDATE) AND EITHER A RECORD NUMBER
      *             (LINRECNO) OR A SOURCE ID AND THE LINE'S POSITION
      *             IN THAT FEED (LINSRC AND LINPOS), IT PRINTS THE
      *             LINE'S FULL HISTORY TO CALLINR.TXT: THE FEED
      *             DATASET AND LINE POSITION, THE ORIGINAL INPUT
      *             TEXT, THE DIGITS FOUND, THE CALIBRATION VALUE OR
      *             THE EXCEPTION RAISED, THE FEED'S OUTCOME, ANY
      *             CORRECTION DISPOSITION AND VALUE, THE GL BATCH
      *             AND RUN IT WAS POSTED IN, AND THE ARCHIVE
      *             DATASETS THAT HOLD IT.  THE DAY'S WORKING FILES
      *             ARE READ WHEN CALGLIF.TXT IS STILL FOR THAT DATE
      *             AND BATCH; OTHERWISE THE NEWEST ARCH- DATASETS
      *             INDEXED IN CALARCIX.TXT ARE READ DIRECTLY.  ENDS
      *             WITH RETURN CODE 4 WHEN THE DATE OR RECORD CANNOT
      *             BE FOUND AND 12 WHEN THE INQUIRY IS INCOMPLETE.
      * 2026-10-01  STATISTICS RECORD WIDENED TO 178 FOR THE PARTITION
      *             NUMBER NOW CARRIED AT THE END OF EACH ROW.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC OS X.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVE-INDEX-FILE
           ASSIGN TO DISK "CALARCIX.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-INTERFACE-FILE
           ASSIGN TO DISK "CALGLIF.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PRINT-FILE ASSIGN TO DYNAMIC PRINT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO DYNAMIC
           EXCEPTION-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXTRACT-FILE ASSIGN TO DYNAMIC EXTRACT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CORRECTION-REPORT-FILE
           ASSIGN TO DISK "CALCORPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SOURCE-STATISTICS-FILE
           ASSIGN TO DISK "CALSRST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JV-HISTORY-FILE
           ASSIGN TO DISK "CALJVHST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-HISTORY-FILE
           ASSIGN TO DISK "CALGLHST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REPORT-FILE ASSIGN TO DISK "CALLINR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-INDEX-FILE.
       01  ARCHIVE-INDEX-LINE PIC X(111).

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-LINE PIC X(34).

       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(200).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE PIC X(200).

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE PIC X(200).

       FD  CORRECTION-REPORT-FILE.
       01  CORRECTION-REPORT-LINE PIC X(107).

       FD  SOURCE-STATISTICS-FILE.
       01  SOURCE-STATISTICS-LINE PIC X(178).

       FD  JV-HISTORY-FILE.
       01  JV-HISTORY-LINE PIC X(78).

       FD  GL-HISTORY-FILE.
       01  GL-HISTORY-LINE PIC X(37).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(130).

       WORKING-STORAGE SECTION.
       77  RUN-DATE PIC X(8).
       77  BUSINESS-DATE-NAME PIC X(10) VALUE "BUSDATE".
       77  BUSINESS-DATE-TEXT PIC X(8) VALUE SPACES.
       77  BATCH-ID PIC X(8) VALUE "DAY01P01".
       77  BATCH-ID-NAME PIC X(10) VALUE "BATCHID".
       77  INQUIRY-REC-NAME PIC X(10) VALUE "LINRECNO".
       77  INQUIRY-REC-TEXT PIC X(6) VALUE SPACES.
       77  INQUIRY-SOURCE-NAME PIC X(10) VALUE "LINSRC".
       77  INQUIRY-SOURCE PIC X(8) VALUE SPACES.
       77  INQUIRY-POS-NAME PIC X(10) VALUE "LINPOS".
       77  INQUIRY-POS-TEXT PIC X(6) VALUE SPACES.
       77  INQUIRY-POS PIC 9(6) VALUE ZERO.
       77  INQUIRY-BY-SOURCE-SW PIC X VALUE "N".
           88 INQUIRY-BY-SOURCE VALUE "Y".

       77  PRINT-DSN PIC X(60) VALUE SPACES.
       77  EXCEPTION-DSN PIC X(60) VALUE SPACES.
       77  EXTRACT-DSN PIC X(60) VALUE SPACES.
       77  ARCHIVE-RPT-DSN PIC X(60) VALUE SPACES.
       77  ARCHIVE-EXC-DSN PIC X(60) VALUE SPACES.
       77  ARCHIVE-EXT-DSN PIC X(60) VALUE SPACES.
       77  ARCHIVE-GLI-DSN PIC X(60) VALUE SPACES.
       77  DATA-ORIGIN PIC X(50) VALUE SPACES.
       77  WORKING-CURRENT-SW PIC X VALUE "N".
           88 WORKING-CURRENT VALUE "Y".

       77  INDEX-EOF-SW PIC X VALUE "N".
           88 INDEX-AT-END VALUE "Y".
       77  DATA-EOF-SW PIC X VALUE "N".
           88 DATA-AT-END VALUE "Y".

       77  TARGET-REC-NO PIC 9(6) VALUE ZERO.
       77  ROW-REC-NO PIC 9(6) VALUE ZERO.
       77  TARGET-SOURCE PIC X(8) VALUE SPACES.
       77  SOURCE-FIRST-REC-NO PIC 9(6) VALUE ZERO.
       77  SOURCE-LAST-REC-NO PIC 9(6) VALUE ZERO.
       77  SOURCE-ROW-COUNT PIC 9(6) VALUE ZERO.
       77  SOURCE-SPAN PIC 9(6) VALUE ZERO.
       77  LINE-POSITION PIC 9(6) VALUE ZERO.

       77  EXTRACT-FOUND-SW PIC X VALUE "N".
           88 EXTRACT-FOUND VALUE "Y".
       77  EXCEPTION-FOUND-SW PIC X VALUE "N".
           88 EXCEPTION-FOUND VALUE "Y".
       77  CORRECTED-ROW-SW PIC X VALUE "N".
           88 CORRECTED-ROW-FOUND VALUE "Y".
       77  TEXT-FOUND-SW PIC X VALUE "N".
           88 TEXT-FOUND VALUE "Y".
       77  STATS-FOUND-SW PIC X VALUE "N".
           88 STATS-FOUND VALUE "Y".
       77  CORRECTION-REPORT-SW PIC X VALUE "N".
           88 CORRECTION-REPORT-CURRENT VALUE "Y".
       77  DISPOSITION-FOUND-SW PIC X VALUE "N".
           88 DISPOSITION-FOUND VALUE "Y".
       77  POSTING-FOUND-SW PIC X VALUE "N".
           88 POSTING-FOUND VALUE "Y".
       77  ADJ-POSTING-SW PIC X VALUE "N".
           88 ADJ-POSTING-FOUND VALUE "Y".

       77  FOUND-FIRST-DIGIT PIC X(1) VALUE SPACE.
       77  FOUND-LAST-DIGIT PIC X(1) VALUE SPACE.
       77  FOUND-CAL-VALUE PIC X(3) VALUE SPACES.
       77  FOUND-CORR-VALUE PIC X(3) VALUE SPACES.
       77  FOUND-REASON PIC X(20) VALUE SPACES.
       77  FOUND-TEXT PIC X(80) VALUE SPACES.
       77  FOUND-DISPOSITION PIC X(10) VALUE SPACES.
       77  FOUND-DISP-VALUE PIC X(3) VALUE SPACES.
       77  FOUND-DSN PIC X(44) VALUE SPACES.
       77  FOUND-OUTCOME PIC X(8) VALUE SPACES.
       77  FOUND-REJECT-REASON PIC X(40) VALUE SPACES.
       77  FOUND-STATS-RUN-NO PIC 9(4) VALUE ZERO.
       77  POSTING-RUN-NO PIC 9(4) VALUE ZERO.
       77  POSTING-TYPE PIC X(3) VALUE SPACES.
       77  POSTING-ACCOUNT PIC X(8) VALUE SPACES.
       77  POSTING-AMOUNT PIC 9(9) VALUE ZERO.
       77  ADJ-ACCOUNT PIC X(8) VALUE SPACES.
       77  ADJ-STAMP PIC X(14) VALUE SPACES.
       77  DISPLAY-NUMBER PIC ZZZZZ9.
       77  DISPLAY-RUN-NO PIC 9(4).

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

       01  DETAIL-LINE-DATA.
           05 DETAIL-DATE       PIC X(10).
           05 FILLER            PIC X(2).
           05 DETAIL-REC-NO     PIC X(6).
           05 FILLER            PIC X(2).
           05 DETAIL-INPUT-LINE PIC X(80).
           05 FILLER            PIC X(100).

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

       01  CORRECTION-HEADING-DATA.
           05 FILLER               PIC X(34).
           05 CORR-HEADING-DATE    PIC X(8).
           05 FILLER               PIC X(8).
           05 CORR-HEADING-BATCH   PIC X(8).
           05 FILLER               PIC X(49).

       01  CORRECTION-DETAIL-DATA.
           05 CORR-REC-NO          PIC X(6).
           05 FILLER               PIC X(2).
           05 CORR-STATUS          PIC X(10).
           05 FILLER               PIC X(2).
           05 CORR-VALUE           PIC X(3).
           05 FILLER               PIC X(84).

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

       01  JV-HISTORY-DATA.
           05 JVH-DATE          PIC X(8).
           05 FILLER            PIC X(1).
           05 JVH-BATCH         PIC X(8).
           05 FILLER            PIC X(1).
           05 JVH-RUN-NO        PIC 9(4).
           05 FILLER            PIC X(1).
           05 JVH-TYPE          PIC X(3).
           05 FILLER            PIC X(1).
           05 JVH-REF-RUN       PIC 9(4).
           05 FILLER            PIC X(1).
           05 JVH-SIDE          PIC X(3).
           05 FILLER            PIC X(1).
           05 JVH-ACCOUNT       PIC X(8).
           05 FILLER            PIC X(1).
           05 JVH-SOURCE        PIC X(8).
           05 FILLER            PIC X(1).
           05 JVH-AMOUNT        PIC 9(9).
           05 FILLER            PIC X(1).
           05 JVH-STAMP         PIC X(14).

       01  GL-HISTORY-DATA.
           05 HISTORY-BATCH     PIC X(8).
           05 FILLER            PIC X(1).
           05 HISTORY-DATE      PIC X(8).
           05 FILLER            PIC X(1).
           05 HISTORY-RUN-NO    PIC 9(4).
           05 FILLER            PIC X(1).
           05 HISTORY-TYPE      PIC X(3).
           05 FILLER            PIC X(11).

       01  REPORT-HEADING-LINE.
           05 FILLER PIC X(29) VALUE "RECORD LINEAGE INQUIRY, DATE ".
           05 REPORT-HEADING-DATE PIC X(8).
           05 FILLER PIC X(8) VALUE ", BATCH ".
           05 REPORT-HEADING-BATCH PIC X(8).

       01  LINEAGE-LINE.
           05 LINEAGE-LABEL PIC X(30)  VALUE SPACES.
           05 LINEAGE-TEXT  PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM RESOLVE-BUSINESS-DATE
           PERFORM RESOLVE-BATCH-ID
           PERFORM RESOLVE-INQUIRY
           OPEN OUTPUT REPORT-FILE
           MOVE RUN-DATE TO REPORT-HEADING-DATE
           MOVE BATCH-ID TO REPORT-HEADING-BATCH
           WRITE REPORT-LINE FROM REPORT-HEADING-LINE
           PERFORM WRITE-CRITERIA-LINE
           PERFORM SEARCH-ARCHIVE-INDEX
           PERFORM CHOOSE-DATA-SET
           IF DATA-ORIGIN = SPACES
               MOVE "NOT FOUND:" TO LINEAGE-LABEL
               MOVE "NO WORKING OR ARCHIVED FILES FOR THIS DATE"
                   TO LINEAGE-TEXT
               PERFORM WRITE-LINEAGE-LINE
               DISPLAY "LINEAGE NOT FOUND - NEITHER THE WORKING FILES "
                   "NOR THE ARCHIVE INDEX HOLD " RUN-DATE
                   " BATCH " BATCH-ID
               CLOSE REPORT-FILE
               STOP RUN WITH ERROR STATUS 4
           END-IF
           MOVE "DATA READ FROM:" TO LINEAGE-LABEL
           MOVE DATA-ORIGIN TO LINEAGE-TEXT
           PERFORM WRITE-LINEAGE-LINE
           IF INQUIRY-BY-SOURCE
               MOVE INQUIRY-SOURCE TO TARGET-SOURCE
               PERFORM FIND-SOURCE-RANGE
               IF SOURCE-ROW-COUNT = 0
               OR INQUIRY-POS > SOURCE-ROW-COUNT
                   PERFORM RECORD-NOT-FOUND
               END-IF
               COMPUTE TARGET-REC-NO =
                   SOURCE-FIRST-REC-NO + INQUIRY-POS - 1
           END-IF
           IF EXTRACT-DSN NOT = SPACES
               PERFORM FIND-EXTRACT-ROWS
           END-IF
           IF EXCEPTION-DSN NOT = SPACES
               PERFORM FIND-EXCEPTION-ROW
           END-IF
           IF NOT EXTRACT-FOUND AND NOT EXCEPTION-FOUND
               PERFORM RECORD-NOT-FOUND
           END-IF
           IF NOT INQUIRY-BY-SOURCE
               PERFORM FIND-SOURCE-RANGE
           END-IF
           IF EXTRACT-FOUND AND PRINT-DSN NOT = SPACES
               PERFORM FIND-REPORT-TEXT
           END-IF
           IF TARGET-SOURCE NOT = SPACES
               PERFORM FIND-SOURCE-STATISTICS
               PERFORM FIND-GL-POSTING
           END-IF
           IF EXCEPTION-FOUND
               PERFORM FIND-CORRECTION-DISPOSITION
           END-IF
           PERFORM WRITE-LINEAGE
           CLOSE REPORT-FILE
           DISPLAY "LINEAGE OF RECORD " TARGET-REC-NO " FOR "
               RUN-DATE " WRITTEN TO CALLINR.TXT"
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

      * A RECORD NUMBER WINS WHEN BOTH FORMS ARE GIVEN.  NUMBERS MAY
      * BE KEYED WITHOUT LEADING ZEROS.
       RESOLVE-INQUIRY.
           DISPLAY INQUIRY-REC-NAME UPON ENVIRONMENT-NAME
           ACCEPT INQUIRY-REC-TEXT FROM ENVIRONMENT-VALUE
           DISPLAY INQUIRY-SOURCE-NAME UPON ENVIRONMENT-NAME
           ACCEPT INQUIRY-SOURCE FROM ENVIRONMENT-VALUE
           DISPLAY INQUIRY-POS-NAME UPON ENVIRONMENT-NAME
           ACCEPT INQUIRY-POS-TEXT FROM ENVIRONMENT-VALUE
           IF INQUIRY-REC-TEXT NOT = SPACES
           AND FUNCTION TEST-NUMVAL(INQUIRY-REC-TEXT) = 0
               COMPUTE TARGET-REC-NO = FUNCTION NUMVAL(INQUIRY-REC-TEXT)
           END-IF
           IF TARGET-REC-NO = 0
               IF INQUIRY-SOURCE NOT = SPACES
               AND INQUIRY-POS-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(INQUIRY-POS-TEXT) = 0
                   COMPUTE INQUIRY-POS =
                       FUNCTION NUMVAL(INQUIRY-POS-TEXT)
               END-IF
               IF INQUIRY-POS = 0
                   DISPLAY "INQUIRY REFUSED - A RECORD NUMBER, OR A "
                       "SOURCE ID WITH A LINE POSITION, IS REQUIRED"
                   DISPLAY "OPERATOR ACTION REQUIRED - SET LINRECNO, "
                       "OR SET LINSRC AND LINPOS (FIRST LINE AFTER "
                       "THE HEADER IS 1), WITH BUSDATE FOR THE DAY"
                   STOP RUN WITH ERROR STATUS 12
               END-IF
               SET INQUIRY-BY-SOURCE TO TRUE
           END-IF.

       WRITE-CRITERIA-LINE.
           MOVE "LOOKING FOR:" TO LINEAGE-LABEL
           IF INQUIRY-BY-SOURCE
               MOVE INQUIRY-POS TO DISPLAY-NUMBER
               STRING "SOURCE " DELIMITED BY SIZE
                   INQUIRY-SOURCE DELIMITED BY SPACE
                   " LINE " DELIMITED BY SIZE
                   DISPLAY-NUMBER DELIMITED BY SIZE
                   INTO LINEAGE-TEXT
               END-STRING
           ELSE
               MOVE TARGET-REC-NO TO DISPLAY-NUMBER
               STRING "RECORD " DELIMITED BY SIZE
                   DISPLAY-NUMBER DELIMITED BY SIZE
                   INTO LINEAGE-TEXT
               END-STRING
           END-IF
           PERFORM WRITE-LINEAGE-LINE.

       WRITE-LINEAGE-LINE.
           WRITE REPORT-LINE FROM LINEAGE-LINE
           MOVE SPACES TO LINEAGE-LINE.

      * AS IN DAY-01-RESTORE, THE NEWEST INDEX ENTRY FOR A DATE,
      * BATCH AND TYPE IS THE ONE THAT COUNTS.
       SEARCH-ARCHIVE-INDEX.
           MOVE "N" TO INDEX-EOF-SW
           OPEN INPUT ARCHIVE-INDEX-FILE
           PERFORM UNTIL INDEX-AT-END
               READ ARCHIVE-INDEX-FILE INTO ARCHIVE-INDEX-DATA
                   AT END SET INDEX-AT-END TO TRUE
                   NOT AT END
                       IF INDEX-DATE = RUN-DATE
                       AND INDEX-BATCH = BATCH-ID
                           EVALUATE INDEX-TYPE
                               WHEN "RPT"
                                   MOVE INDEX-DSN TO ARCHIVE-RPT-DSN
                               WHEN "EXC"
                                   MOVE INDEX-DSN TO ARCHIVE-EXC-DSN
                               WHEN "EXT"
                                   MOVE INDEX-DSN TO ARCHIVE-EXT-DSN
                               WHEN "GLI"
                                   MOVE INDEX-DSN TO ARCHIVE-GLI-DSN
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-INDEX-FILE.

      * THE WORKING FILES ARE RE-CREATED EVERY NIGHT AND CARRY NO
      * DATE OF THEIR OWN EXCEPT THE GL INTERFACE RECORD, SO THAT
      * RECORD DECIDES WHETHER THEY STILL BELONG TO THE DAY ASKED FOR.
       CHOOSE-DATA-SET.
           MOVE SPACES TO GL-INTERFACE-DATA
           OPEN INPUT GL-INTERFACE-FILE
           READ GL-INTERFACE-FILE INTO GL-INTERFACE-DATA
               AT END MOVE SPACES TO GL-INTERFACE-DATA
           END-READ
           CLOSE GL-INTERFACE-FILE
           IF INTERFACE-DATE = RUN-DATE
           AND INTERFACE-BATCH = BATCH-ID
               SET WORKING-CURRENT TO TRUE
               MOVE "CALRPT.TXT" TO PRINT-DSN
               MOVE "CALEXCP.TXT" TO EXCEPTION-DSN
               MOVE "CALEXTR.TXT" TO EXTRACT-DSN
               MOVE "WORKING FILES (CALRPT/CALEXCP/CALEXTR)"
                   TO DATA-ORIGIN
           ELSE
               IF ARCHIVE-EXT-DSN NOT = SPACES
               OR ARCHIVE-EXC-DSN NOT = SPACES
                   MOVE ARCHIVE-RPT-DSN TO PRINT-DSN
                   MOVE ARCHIVE-EXC-DSN TO EXCEPTION-DSN
                   MOVE ARCHIVE-EXT-DSN TO EXTRACT-DSN
                   MOVE "ARCHIVED DATASETS (WORKING FILES OVERWRITTEN)"
                       TO DATA-ORIGIN
               END-IF
           END-IF.

       RECORD-NOT-FOUND.
           MOVE "NOT FOUND:" TO LINEAGE-LABEL
           MOVE "NO EXTRACT OR EXCEPTION RECORD MATCHES THE INQUIRY"
               TO LINEAGE-TEXT
           PERFORM WRITE-LINEAGE-LINE
           DISPLAY "LINEAGE NOT FOUND - NO RECORD MATCHES THE "
               "INQUIRY FOR " RUN-DATE " BATCH " BATCH-ID
           CLOSE REPORT-FILE
           STOP RUN WITH ERROR STATUS 4.

      * A FEED'S LINES ARE NUMBERED CONSECUTIVELY, AND EVERY LINE
      * LEAVES EITHER AN EXTRACT OR AN EXCEPTION RECORD CARRYING ITS
      * SOURCE, SO THE SOURCE'S LOWEST RECORD NUMBER IS ITS LINE 1.
      * CORRECTED ROWS (*CORR*) REPEAT A NUMBER AND ARE LEFT OUT.
       FIND-SOURCE-RANGE.
           MOVE 0 TO SOURCE-FIRST-REC-NO
           MOVE 0 TO SOURCE-LAST-REC-NO
           MOVE 0 TO SOURCE-ROW-COUNT
           IF EXTRACT-DSN NOT = SPACES
               PERFORM SCAN-EXTRACT-FOR-SOURCE
           END-IF
           IF EXCEPTION-DSN NOT = SPACES
               PERFORM SCAN-EXCEPTIONS-FOR-SOURCE
           END-IF.

       SCAN-EXTRACT-FOR-SOURCE.
           MOVE "N" TO DATA-EOF-SW
           OPEN INPUT EXTRACT-FILE
           PERFORM UNTIL DATA-AT-END
               READ EXTRACT-FILE INTO EXTRACT-DETAIL-DATA
                   AT END SET DATA-AT-END TO TRUE
                   NOT AT END
                       IF EXTRACT-SOURCE-ID = TARGET-SOURCE
                       AND FUNCTION TEST-NUMVAL(EXTRACT-REC-NO) = 0
                           COMPUTE ROW-REC-NO =
                               FUNCTION NUMVAL(EXTRACT-REC-NO)
                           PERFORM NOTE-SOURCE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE.

       SCAN-EXCEPTIONS-FOR-SOURCE.
           MOVE "N" TO DATA-EOF-SW
           OPEN INPUT EXCEPTION-FILE
           PERFORM UNTIL DATA-AT-END
               READ EXCEPTION-FILE INTO EXCEPTION-DETAIL-DATA
                   AT END SET DATA-AT-END TO TRUE
                   NOT AT END
                       IF EXCEPTION-SOURCE-ID = TARGET-SOURCE
                       AND FUNCTION TEST-NUMVAL(EXCEPTION-REC-NO) = 0
                           COMPUTE ROW-REC-NO =
                               FUNCTION NUMVAL(EXCEPTION-REC-NO)
                           PERFORM NOTE-SOURCE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-FILE.

       NOTE-SOURCE-ROW.
           ADD 1 TO SOURCE-ROW-COUNT
           IF SOURCE-FIRST-REC-NO = 0
           OR ROW-REC-NO < SOURCE-FIRST-REC-NO
               MOVE ROW-REC-NO TO SOURCE-FIRST-REC-NO
           END-IF
           IF ROW-REC-NO > SOURCE-LAST-REC-NO
               MOVE ROW-REC-NO TO SOURCE-LAST-REC-NO
           END-IF.

       FIND-EXTRACT-ROWS.
           MOVE "N" TO DATA-EOF-SW
           OPEN INPUT EXTRACT-FILE
           PERFORM UNTIL DATA-AT-END
               READ EXTRACT-FILE INTO EXTRACT-DETAIL-DATA
                   AT END SET DATA-AT-END TO TRUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(EXTRACT-REC-NO) = 0
                           COMPUTE ROW-REC-NO =
                               FUNCTION NUMVAL(EXTRACT-REC-NO)
                           IF ROW-REC-NO = TARGET-REC-NO
                               PERFORM NOTE-EXTRACT-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE.

       NOTE-EXTRACT-ROW.
           IF EXTRACT-SOURCE-ID = "*CORR*"
               SET CORRECTED-ROW-FOUND TO TRUE
               MOVE EXTRACT-CAL-VALUE TO FOUND-CORR-VALUE
           ELSE
               SET EXTRACT-FOUND TO TRUE
               MOVE EXTRACT-FIRST-DIGIT TO FOUND-FIRST-DIGIT
               MOVE EXTRACT-LAST-DIGIT TO FOUND-LAST-DIGIT
               MOVE EXTRACT-CAL-VALUE TO FOUND-CAL-VALUE
               MOVE EXTRACT-SOURCE-ID TO TARGET-SOURCE
           END-IF.

       FIND-EXCEPTION-ROW.
           MOVE "N" TO DATA-EOF-SW
           OPEN INPUT EXCEPTION-FILE
           PERFORM UNTIL DATA-AT-END
               READ EXCEPTION-FILE INTO EXCEPTION-DETAIL-DATA
                   AT END SET DATA-AT-END TO TRUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(EXCEPTION-REC-NO) = 0
                           COMPUTE ROW-REC-NO =
                               FUNCTION NUMVAL(EXCEPTION-REC-NO)
                           IF ROW-REC-NO = TARGET-REC-NO
                               SET EXCEPTION-FOUND TO TRUE
                               MOVE EXCEPTION-REASON TO FOUND-REASON
                               MOVE EXCEPTION-INPUT-LINE TO FOUND-TEXT
                               SET TEXT-FOUND TO TRUE
                               IF EXCEPTION-SOURCE-ID NOT = SPACES
                                   MOVE EXCEPTION-SOURCE-ID
                                       TO TARGET-SOURCE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-FILE.

      * DETAIL LINES ARE THE ONLY REPORT LINES THAT START WITH THE
      * RUN DATE; THE RECORD NUMBER SITS IN COLUMNS 13-18.
       FIND-REPORT-TEXT.
           MOVE "N" TO DATA-EOF-SW
           OPEN INPUT PRINT-FILE
           PERFORM UNTIL DATA-AT-END OR TEXT-FOUND
               READ PRINT-FILE INTO DETAIL-LINE-DATA
                   AT END SET DATA-AT-END TO TRUE
                   NOT AT END
                       IF DETAIL-DATE(1:8) = RUN-DATE
                       AND FUNCTION TEST-NUMVAL(DETAIL-REC-NO) = 0
                           COMPUTE ROW-REC-NO =
                               FUNCTION NUMVAL(DETAIL-REC-NO)
                           IF ROW-REC-NO = TARGET-REC-NO
                               MOVE DETAIL-INPUT-LINE TO FOUND-TEXT
                               SET TEXT-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRINT-FILE.

      * THE LAST STATISTICS ROW FOR THE SOURCE ON THE DATE IS ITS
      * FINAL ATTEMPT, WHICH IS THE ONE WHOSE OUTCOME STANDS.
       FIND-SOURCE-STATISTICS.
           MOVE "N" TO DATA-EOF-SW
           OPEN INPUT SOURCE-STATISTICS-FILE
           PERFORM UNTIL DATA-AT-END
               READ SOURCE-STATISTICS-FILE INTO SOURCE-STATISTICS-DATA
                   AT END SET DATA-AT-END TO TRUE
                   NOT AT END
                       IF STATS-DATE = RUN-DATE
                       AND STATS-BATCH = BATCH-ID
                       AND STATS-SOURCE = TARGET-SOURCE
                           SET STATS-FOUND TO TRUE
                           MOVE STATS-DSN TO FOUND-DSN
                           MOVE STATS-OUTCOME TO FOUND-OUTCOME
                           MOVE STATS-REJECT-REASON
                               TO FOUND-REJECT-REASON
                           MOVE STATS-RUN-NO TO FOUND-STATS-RUN-NO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-STATISTICS-FILE.

      * THE LAST ORG OR SUP DEBIT FOR THE SOURCE IN THE VOUCHER
      * HISTORY IS THE POSTING THAT STANDS (AN EARLIER ONE HAS BEEN
      * REVERSED BY A RERUN); AN ADJ DEBIT CARRIES ITS CORRECTIONS.
      * DAYS BEFORE THE VOUCHER HISTORY FALL BACK TO THE LAST GL
      * INTERFACE RECORD SENT FOR THE DATE.
       FIND-GL-POSTING.
           MOVE "N" TO DATA-EOF-SW
           OPEN INPUT JV-HISTORY-FILE
           PERFORM UNTIL DATA-AT-END
               READ JV-HISTORY-FILE INTO JV-HISTORY-DATA
                   AT END SET DATA-AT-END TO TRUE
                   NOT AT END
                       IF JVH-DATE = RUN-DATE
                       AND JVH-BATCH = BATCH-ID
                       AND JVH-SOURCE = TARGET-SOURCE
                       AND JVH-SIDE = "DR"
                           PERFORM NOTE-VOUCHER-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JV-HISTORY-FILE
           IF NOT POSTING-FOUND
               MOVE "N" TO DATA-EOF-SW
               OPEN INPUT GL-HISTORY-FILE
               PERFORM UNTIL DATA-AT-END
                   READ GL-HISTORY-FILE INTO GL-HISTORY-DATA
                       AT END SET DATA-AT-END TO TRUE
                       NOT AT END
                           IF HISTORY-DATE = RUN-DATE
                           AND HISTORY-BATCH = BATCH-ID
                           AND (HISTORY-TYPE = "SNT"
                                OR HISTORY-TYPE = "SUP")
                               SET POSTING-FOUND TO TRUE
                               MOVE HISTORY-RUN-NO TO POSTING-RUN-NO
                               MOVE HISTORY-TYPE TO POSTING-TYPE
                               MOVE SPACES TO POSTING-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-HISTORY-FILE
           END-IF.

       NOTE-VOUCHER-POSTING.
           EVALUATE JVH-TYPE
               WHEN "ORG"
               WHEN "SUP"
                   SET POSTING-FOUND TO TRUE
                   MOVE JVH-RUN-NO TO POSTING-RUN-NO
                   MOVE JVH-TYPE TO POSTING-TYPE
                   MOVE JVH-ACCOUNT TO POSTING-ACCOUNT
                   MOVE JVH-AMOUNT TO POSTING-AMOUNT
               WHEN "ADJ"
                   SET ADJ-POSTING-FOUND TO TRUE
                   MOVE JVH-ACCOUNT TO ADJ-ACCOUNT
                   MOVE JVH-STAMP TO ADJ-STAMP
           END-EVALUATE.

      * THE CORRECTION REPORT IS RE-CREATED BY EVERY CORRECTION RUN
      * AND IS NOT ARCHIVED, SO IT IS TRUSTED ONLY WHEN ITS HEADING
      * IS FOR THIS DATE AND BATCH.  OTHERWISE A *CORR* EXTRACT ROW
      * STILL PROVES A CORRECTION, BUT A DISCARD CANNOT BE SEEN.
       FIND-CORRECTION-DISPOSITION.
           MOVE "N" TO DATA-EOF-SW
           OPEN INPUT CORRECTION-REPORT-FILE
           READ CORRECTION-REPORT-FILE INTO CORRECTION-HEADING-DATA
               AT END SET DATA-AT-END TO TRUE
           END-READ
           IF NOT DATA-AT-END
           AND CORR-HEADING-DATE = RUN-DATE
           AND CORR-HEADING-BATCH = BATCH-ID
               SET CORRECTION-REPORT-CURRENT TO TRUE
           END-IF
           PERFORM UNTIL DATA-AT-END
            OR NOT CORRECTION-REPORT-CURRENT
            OR DISPOSITION-FOUND
               READ CORRECTION-REPORT-FILE INTO CORRECTION-DETAIL-DATA
                   AT END SET DATA-AT-END TO TRUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(CORR-REC-NO) = 0
                           COMPUTE ROW-REC-NO =
                               FUNCTION NUMVAL(CORR-REC-NO)
                           IF ROW-REC-NO = TARGET-REC-NO
                               SET DISPOSITION-FOUND TO TRUE
                               MOVE CORR-STATUS TO FOUND-DISPOSITION
                               MOVE CORR-VALUE TO FOUND-DISP-VALUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORRECTION-REPORT-FILE
           IF NOT DISPOSITION-FOUND AND CORRECTED-ROW-FOUND
               SET DISPOSITION-FOUND TO TRUE
               MOVE "CORRECTED" TO FOUND-DISPOSITION
               MOVE FOUND-CORR-VALUE TO FOUND-DISP-VALUE
           END-IF.

       WRITE-LINEAGE.
           MOVE "RECORD NUMBER:" TO LINEAGE-LABEL
           MOVE TARGET-REC-NO TO DISPLAY-NUMBER
           MOVE DISPLAY-NUMBER TO LINEAGE-TEXT
           PERFORM WRITE-LINEAGE-LINE

           MOVE "SOURCE ID:" TO LINEAGE-LABEL
           IF TARGET-SOURCE = SPACES
               MOVE "NOT RECORDED (EXCEPTION PREDATES SOURCE IDS)"
                   TO LINEAGE-TEXT
           ELSE
               MOVE TARGET-SOURCE TO LINEAGE-TEXT
           END-IF
           PERFORM WRITE-LINEAGE-LINE

           MOVE "FEED DATASET:" TO LINEAGE-LABEL
           IF STATS-FOUND
               MOVE FOUND-DSN TO LINEAGE-TEXT
           ELSE
               MOVE "NOT IN THE SOURCE STATISTICS FOR THIS DATE"
                   TO LINEAGE-TEXT
           END-IF
           PERFORM WRITE-LINEAGE-LINE

           MOVE "LINE POSITION IN FEED:" TO LINEAGE-LABEL
           IF TARGET-SOURCE = SPACES OR SOURCE-ROW-COUNT = 0
               MOVE "UNKNOWN" TO LINEAGE-TEXT
           ELSE
               COMPUTE LINE-POSITION =
                   TARGET-REC-NO - SOURCE-FIRST-REC-NO + 1
               MOVE LINE-POSITION TO DISPLAY-NUMBER
               MOVE DISPLAY-NUMBER TO LINEAGE-TEXT
               COMPUTE SOURCE-SPAN =
                   SOURCE-LAST-REC-NO - SOURCE-FIRST-REC-NO + 1
               IF SOURCE-SPAN NOT = SOURCE-ROW-COUNT
                   MOVE "(SOURCE RAN MORE THAN ONCE; COUNTED FROM ITS "
                       TO LINEAGE-TEXT(8:45)
                   MOVE "FIRST LINE OF THE DAY)" TO LINEAGE-TEXT(53:22)
               END-IF
           END-IF
           PERFORM WRITE-LINEAGE-LINE

           MOVE "ORIGINAL INPUT TEXT:" TO LINEAGE-LABEL
           IF TEXT-FOUND
               MOVE FOUND-TEXT TO LINEAGE-TEXT
           ELSE
               MOVE "NOT AVAILABLE (REPORT NOT HELD FOR THIS DATE)"
                   TO LINEAGE-TEXT
           END-IF
           PERFORM WRITE-LINEAGE-LINE

           MOVE "DIGITS FOUND:" TO LINEAGE-LABEL
           IF EXTRACT-FOUND
               STRING "FIRST " FOUND-FIRST-DIGIT
                   ", LAST " FOUND-LAST-DIGIT
                   DELIMITED BY SIZE INTO LINEAGE-TEXT
               END-STRING
           ELSE
               MOVE "NONE" TO LINEAGE-TEXT
           END-IF
           PERFORM WRITE-LINEAGE-LINE

           IF EXTRACT-FOUND
               MOVE "CALIBRATION VALUE:" TO LINEAGE-LABEL
               MOVE FOUND-CAL-VALUE TO LINEAGE-TEXT
           ELSE
               MOVE "EXCEPTION RAISED:" TO LINEAGE-LABEL
               MOVE FOUND-REASON TO LINEAGE-TEXT
           END-IF
           PERFORM WRITE-LINEAGE-LINE

           MOVE "FEED OUTCOME:" TO LINEAGE-LABEL
           IF STATS-FOUND
               MOVE FOUND-STATS-RUN-NO TO DISPLAY-RUN-NO
               STRING FOUND-OUTCOME DELIMITED BY SPACE
                   " IN RUN " DELIMITED BY SIZE
                   DISPLAY-RUN-NO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FOUND-REJECT-REASON DELIMITED BY SIZE
                   INTO LINEAGE-TEXT
               END-STRING
           ELSE
               MOVE "UNKNOWN" TO LINEAGE-TEXT
           END-IF
           PERFORM WRITE-LINEAGE-LINE

           MOVE "CORRECTION:" TO LINEAGE-LABEL
           EVALUATE TRUE
               WHEN NOT EXCEPTION-FOUND
                   MOVE "NONE NEEDED (NOT AN EXCEPTION)"
                       TO LINEAGE-TEXT
               WHEN DISPOSITION-FOUND
                   IF FOUND-DISPOSITION = "CORRECTED"
                       STRING "CORRECTED, VALUE " FOUND-DISP-VALUE
                           DELIMITED BY SIZE INTO LINEAGE-TEXT
                       END-STRING
                   ELSE
                       MOVE FOUND-DISPOSITION TO LINEAGE-TEXT
                   END-IF
               WHEN CORRECTION-REPORT-CURRENT
                   MOVE "NOT ON THE CORRECTION REPORT" TO LINEAGE-TEXT
               WHEN OTHER
                   MOVE "NOT CORRECTED (A DISCARD IS NOT KEPT PAST "
                       TO LINEAGE-TEXT
                   MOVE "THE DAY'S CORRECTION REPORT)"
                       TO LINEAGE-TEXT(43:28)
           END-EVALUATE
           PERFORM WRITE-LINEAGE-LINE

           MOVE "GL POSTING:" TO LINEAGE-LABEL
           PERFORM DESCRIBE-GL-POSTING
           PERFORM WRITE-LINEAGE-LINE

           IF FOUND-DISPOSITION = "CORRECTED"
               MOVE "CORRECTION POSTING:" TO LINEAGE-LABEL
               IF ADJ-POSTING-FOUND
                   STRING "BATCH " BATCH-ID " ADJ VOUCHER, DR "
                       ADJ-ACCOUNT ", ISSUED " ADJ-STAMP
                       DELIMITED BY SIZE INTO LINEAGE-TEXT
                   END-STRING
               ELSE
                   STRING "BATCH " BATCH-ID " GL ADJUSTMENT (ADJ)"
                       DELIMITED BY SIZE INTO LINEAGE-TEXT
                   END-STRING
               END-IF
               PERFORM WRITE-LINEAGE-LINE
           END-IF

           MOVE "ARCHIVE, REPORT:" TO LINEAGE-LABEL
           MOVE ARCHIVE-RPT-DSN TO LINEAGE-TEXT
           PERFORM WRITE-ARCHIVE-LINE
           MOVE "ARCHIVE, EXCEPTIONS:" TO LINEAGE-LABEL
           MOVE ARCHIVE-EXC-DSN TO LINEAGE-TEXT
           PERFORM WRITE-ARCHIVE-LINE
           MOVE "ARCHIVE, EXTRACT:" TO LINEAGE-LABEL
           MOVE ARCHIVE-EXT-DSN TO LINEAGE-TEXT
           PERFORM WRITE-ARCHIVE-LINE
           MOVE "ARCHIVE, GL INTERFACE:" TO LINEAGE-LABEL
           MOVE ARCHIVE-GLI-DSN TO LINEAGE-TEXT
           PERFORM WRITE-ARCHIVE-LINE.

       WRITE-ARCHIVE-LINE.
           IF LINEAGE-TEXT = SPACES
               MOVE "NOT YET ARCHIVED" TO LINEAGE-TEXT
           END-IF
           PERFORM WRITE-LINEAGE-LINE.

      * A FEED THAT WAS REJECTED OR FAILED ITS QUALITY GATE NEVER
      * REACHED THE GL, WHATEVER THE VOUCHER HISTORY HOLDS FOR IT.
       DESCRIBE-GL-POSTING.
           IF FOUND-OUTCOME = "REJECTED" OR FOUND-OUTCOME = "QGFAIL"
               MOVE "NOT POSTED - FEED WAS EXCLUDED FROM THE GL"
                   TO LINEAGE-TEXT
           ELSE
               IF POSTING-FOUND
                   MOVE POSTING-RUN-NO TO DISPLAY-RUN-NO
                   IF POSTING-ACCOUNT = SPACES
                       STRING "BATCH " BATCH-ID " RUN "
                           DISPLAY-RUN-NO " (" POSTING-TYPE ")"
                           DELIMITED BY SIZE INTO LINEAGE-TEXT
                       END-STRING
                   ELSE
                       STRING "BATCH " BATCH-ID " RUN "
                           DISPLAY-RUN-NO " (" POSTING-TYPE
                           " VOUCHER), DR " POSTING-ACCOUNT
                           " FOR SOURCE TOTAL " POSTING-AMOUNT
                           DELIMITED BY SIZE INTO LINEAGE-TEXT
                       END-STRING
                   END-IF
               ELSE
                   MOVE "NO GL POSTING RECORDED FOR THIS DATE"
                       TO LINEAGE-TEXT
               END-IF
           END-IF.
