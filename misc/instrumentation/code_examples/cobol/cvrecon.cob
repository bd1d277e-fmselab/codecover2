IDENTIFICATION DIVISION.
PROGRAM-ID. CVRECON.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCCATLG"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS CATALOG-FILE-STATUS.
SELECT HISTORY-FILE ASSIGN TO DYNAMIC HISTORY-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS HISTORY-FILE-STATUS.
SELECT COVERAGE-INDEX-FILE ASSIGN TO "COVIDX"
  ORGANIZATION IS INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY IS CVX-KEY
  FILE STATUS IS INDEX-FILE-STATUS.
SELECT RECONCILIATION-REPORT-FILE ASSIGN TO "RECNRPT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS REPORT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD ARCHIVE-CATALOG-FILE.
01 ARCHIVE-CATALOG-LINE PIC X(149).
FD HISTORY-FILE.
01 HISTORY-RECORD PIC X(80).
FD COVERAGE-INDEX-FILE.
COPY CVXREC.
FD RECONCILIATION-REPORT-FILE.
01 RECONCILIATION-REPORT-LINE PIC X(132).
WORKING-STORAGE SECTION.
*> the SYSIN card says how many of the newest archived coverage
*> generations to read besides tonight's coverage.clf, in columns 1-2
*> (01 to 10).  A blank card takes the newest three.
01 RECONCILIATION-CARD.
  05 CARD-GENERATIONS PIC XX.
  05 FILLER PIC X(78).
01 RECONCILIATION-CONTROL-FIELDS.
  05 CATALOG-FILE-STATUS PIC XX VALUE SPACES.
  05 HISTORY-FILE-STATUS PIC XX VALUE SPACES.
  05 INDEX-FILE-STATUS PIC XX VALUE SPACES.
  05 REPORT-FILE-STATUS PIC XX VALUE SPACES.
  05 HISTORY-FILE-NAME PIC X(44) VALUE SPACES.
  05 END-OF-CATALOG-SWITCH PIC X VALUE "N".
    88 END-OF-CATALOG VALUE "Y".
  05 END-OF-HISTORY-SWITCH PIC X VALUE "N".
    88 END-OF-HISTORY VALUE "Y".
  05 END-OF-INDEX-SWITCH PIC X VALUE "N".
    88 END-OF-INDEX VALUE "Y".
  05 BLOCK-TABLE-FULL-SWITCH PIC X VALUE "N".
    88 BLOCK-TABLE-FULL VALUE "Y".
  05 REPORT-RUN-DATE PIC X(21) VALUE SPACES.
  05 OLDEST-RUN-ID-READ PIC X(21) VALUE SPACES.
  05 GENERATIONS-WANTED PIC 99 VALUE ZERO.
  05 SOURCE-BLOCK-COUNT PIC 9(9) VALUE ZERO.
01 RECONCILIATION-TOTALS.
  05 SOURCES-READ-COUNT PIC 99 VALUE ZERO.
  05 INDEX-RECORDS-READ-COUNT PIC 9(9) VALUE ZERO.
  05 MISSING-FROM-INDEX-COUNT PIC 9(5) VALUE ZERO.
  05 NO-LOG-EVIDENCE-COUNT PIC 9(5) VALUE ZERO.
  05 OLDER-THAN-LOGS-COUNT PIC 9(5) VALUE ZERO.
  05 COUNTER-MISMATCH-COUNT PIC 9(5) VALUE ZERO.
  05 STALE-STAMP-COUNT PIC 9(5) VALUE ZERO.
  05 BLOCKS-DROPPED-COUNT PIC 9(5) VALUE ZERO.
COPY ARCREC.
*> every COVERAGE generation on the archive catalog, in catalog order
*> - the order they were cut, so the last entry is the newest.
01 GENERATION-NAME-TABLE.
  05 GENERATION-COUNT PIC 999 VALUE ZERO.
  05 GENERATION-FILE-NAME PIC X(44) OCCURS 500 TIMES.
  05 GENERATION-SUB PIC 999 VALUE ZERO.
  05 FIRST-GENERATION-SUB PIC 999 VALUE ZERO.
*> one block being assembled: the program name and run id in force,
*> the test case name, and the counter pairs between the two rules -
*> parsed exactly as CVREBLD parses them to rebuild the index.
01 BLOCK-ASSEMBLY-FIELDS.
  05 CURRENT-PROGRAM-NAME PIC X(14) VALUE SPACES.
  05 CURRENT-RUN-ID PIC X(21) VALUE SPACES.
  05 BLOCK-TEST-CASE-NAME PIC X(50) VALUE SPACES.
  05 BLOCK-COUNTER-COUNT PIC 99 VALUE ZERO.
  05 BLOCK-COUNTER-PAIR OCCURS 50 TIMES.
    10 BLOCK-COUNTER-ID PIC X(9).
    10 BLOCK-COUNTER-VALUE PIC 9(18).
  05 BLOCK-OPEN-SWITCH PIC X VALUE "N".
    88 BLOCK-OPEN VALUE "Y".
  05 IN-COUNTER-LINES-SWITCH PIC X VALUE "N".
    88 IN-COUNTER-LINES VALUE "Y".
  05 COUNTER-SUB PIC 99 VALUE ZERO.
01 TAG-PARSE-FIELDS.
  05 PARSED-ITEM-TAG PIC X(9) VALUE SPACES.
  05 PARSED-COUNTER-VALUE PIC 9(18) VALUE ZERO.
  05 TAG-SPACE-POSITION PIC 99 VALUE ZERO.
  05 TAG-SCAN-SUB PIC 99 VALUE ZERO.
  05 TAG-LINE-VALID-SWITCH PIC X VALUE "N".
    88 TAG-LINE-VALID VALUE "Y".
*> the newest block found for each program and test case - what the
*> index record for that key should hold - and whether an index
*> record was found for it.
01 NEWEST-BLOCK-TABLE.
  05 NEWEST-BLOCK-COUNT PIC 999 VALUE ZERO.
  05 NEWEST-BLOCK OCCURS 500 TIMES.
    10 NB-PROGRAM-NAME PIC X(14).
    10 NB-TEST-CASE-NAME PIC X(50).
    10 NB-RUN-ID PIC X(21).
    10 NB-INDEX-FOUND-SWITCH PIC X.
      88 NB-INDEX-FOUND VALUE "Y".
    10 NB-COUNTER-COUNT PIC 99.
    10 NB-COUNTER-PAIR OCCURS 50 TIMES.
      15 NB-COUNTER-ID PIC X(9).
      15 NB-COUNTER-VALUE PIC 9(18).
01 RECONCILIATION-WORK-FIELDS.
  05 BLOCK-SUB PIC 999 VALUE ZERO.
  05 BLOCK-FOUND-SWITCH PIC X VALUE "N".
    88 BLOCK-FOUND VALUE "Y".
  05 INDEX-SUB PIC 999 VALUE ZERO.
  05 COUNTER-FOUND-SWITCH PIC X VALUE "N".
    88 COUNTER-FOUND VALUE "Y".
  05 SEARCH-PROGRAM-NAME PIC X(14) VALUE SPACES.
  05 SEARCH-TEST-CASE-NAME PIC X(50) VALUE SPACES.
  05 SEARCH-COUNTER-ID PIC X(9) VALUE SPACES.
01 REPORT-PRINT-LINES.
  05 REPORT-HEADER-LINE.
    10 FILLER PIC X(34) VALUE "CVRECON - COVIDX RECONCILIATION".
    10 FILLER PIC X(10) VALUE "RUN DATE: ".
    10 RHL-RUN-DATE PIC X(21).
  05 REPORT-RULE-LINE PIC X(132) VALUE ALL "=".
  05 SOURCE-LINE.
    10 FILLER PIC X(8) VALUE "SOURCE  ".
    10 SRL-FILE-NAME PIC X(44).
    10 FILLER PIC X VALUE SPACE.
    10 SRL-BLOCK-COUNT PIC Z(8)9.
    10 FILLER PIC X(8) VALUE " BLOCKS ".
    10 SRL-SOURCE-STATUS PIC X(20).
  05 FINDING-HEADING-LINE.
    10 FILLER PIC X(32) VALUE "FINDING          PROGRAM       ".
    10 FILLER PIC X(51) VALUE "TEST CASE".
    10 FILLER PIC X(49)
        VALUE "COUNTER          LOG VALUE        INDEX VALUE".
  05 COUNTER-FINDING-LINE.
    10 CFL-FINDING PIC X(16).
    10 FILLER PIC X VALUE SPACE.
    10 CFL-PROGRAM-NAME PIC X(14).
    10 FILLER PIC X VALUE SPACE.
    10 CFL-TEST-CASE-NAME PIC X(50).
    10 FILLER PIC X VALUE SPACE.
    10 CFL-COUNTER-ID PIC X(9).
    10 FILLER PIC X VALUE SPACE.
    10 CFL-LOG-VALUE PIC Z(17)9.
    10 FILLER PIC X VALUE SPACE.
    10 CFL-INDEX-VALUE PIC Z(17)9.
  05 STAMP-FINDING-LINE.
    10 SFL-FINDING PIC X(16).
    10 FILLER PIC X VALUE SPACE.
    10 SFL-PROGRAM-NAME PIC X(14).
    10 FILLER PIC X VALUE SPACE.
    10 SFL-TEST-CASE-NAME PIC X(50).
    10 FILLER PIC X VALUE SPACE.
    10 SFL-STAMP-TEXT PIC X(49).
  05 MESSAGE-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 ML-MESSAGE-TEXT PIC X(100).
  05 TOTAL-LINE.
    10 FILLER PIC X(16) VALUE "INDEX RECORDS:  ".
    10 TL-RECORDS-COUNT PIC Z(8)9.
    10 FILLER PIC X(12) VALUE "   MISSING: ".
    10 TL-MISSING-COUNT PIC ZZZZ9.
    10 FILLER PIC X(19) VALUE "   NO LOG EVIDENCE:".
    10 TL-NO-EVIDENCE-COUNT PIC ZZZZ9.
    10 FILLER PIC X(22) VALUE "   COUNTER MISMATCHES:".
    10 TL-MISMATCH-COUNT PIC ZZZZ9.
    10 FILLER PIC X(10) VALUE "   STALE: ".
    10 TL-STALE-COUNT PIC ZZZZ9.
    10 FILLER PIC X(19) VALUE "   OLDER THAN LOGS:".
    10 TL-OLDER-COUNT PIC ZZZZ9.
  05 BLANK-PRINT-LINE PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
*> COVIDX is kept by REWRITE in each program's UPDATECOVERAGEINDEX,
*> pruned by CVHOUSE and at times rebuilt by CVREBLD, and nothing
*> checked that it still says what the coverage logs say.  This audit
*> reads the newest archived coverage generations off the ARCCATLG
*> catalog, oldest first, then tonight's coverage.clf, keeping the
*> newest block (by run id) for each program and test case - the
*> record CVREBLD would rebuild - and compares it with COVIDX:
*>   MISSING          a logged block with no index record
*>   NO LOG EVIDENCE  an index record no log read mentions, though it
*>                    was updated since the oldest run those logs hold
*>   COUNTER MISMATCH a counter whose value differs, or that only one
*>                    of the two carries (shown as zero on the other)
*>   STALE            CVX-LAST-UPDATED older than the newest run id
*>                    that logged the key
*> An index record no log mentions and last updated before the oldest
*> run read - a retired test case, or one the runs in those logs did
*> not select - is beyond what the logs can say either way.  It is
*> listed as OLDER THAN LOGS for information and is CVHOUSE's to
*> prune, not a finding.  RC 8 on any finding, so the COND on the
*> gating steps keeps COVGATE and CVMATRIX off a drifted index -
*> CVREBLD puts it right - and RC 8 when the report or COVIDX cannot
*> be opened or more than 500 keys are logged.  RC 0 when the index
*> and the logs agree.
0000-MAINLINE.
ACCEPT RECONCILIATION-CARD.
MOVE FUNCTION CURRENT-DATE TO REPORT-RUN-DATE.
IF CARD-GENERATIONS IS NUMERIC AND CARD-GENERATIONS > "00"
   AND CARD-GENERATIONS NOT > "10" THEN
  MOVE CARD-GENERATIONS TO GENERATIONS-WANTED
ELSE
  MOVE 3 TO GENERATIONS-WANTED
END-IF.
OPEN OUTPUT RECONCILIATION-REPORT-FILE.
IF REPORT-FILE-STATUS NOT = "00" THEN
  DISPLAY "CVRECON: CANNOT OPEN RECNRPT - STATUS " REPORT-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE REPORT-RUN-DATE TO RHL-RUN-DATE.
WRITE RECONCILIATION-REPORT-LINE FROM REPORT-HEADER-LINE.
WRITE RECONCILIATION-REPORT-LINE FROM REPORT-RULE-LINE.
PERFORM 1000-LOAD-THE-CATALOG.
IF GENERATION-COUNT > GENERATIONS-WANTED THEN
  COMPUTE FIRST-GENERATION-SUB = GENERATION-COUNT - GENERATIONS-WANTED
    + 1
ELSE
  MOVE 1 TO FIRST-GENERATION-SUB
END-IF.
MOVE FIRST-GENERATION-SUB TO GENERATION-SUB.
PERFORM 2000-READ-ONE-GENERATION UNTIL GENERATION-SUB > GENERATION-COUNT.
MOVE "coverage.clf" TO HISTORY-FILE-NAME.
PERFORM 2100-READ-ONE-HISTORY-SOURCE.
WRITE RECONCILIATION-REPORT-LINE FROM BLANK-PRINT-LINE.
IF BLOCK-TABLE-FULL THEN
  MOVE "MORE THAN 500 PROGRAM/TEST CASE KEYS LOGGED - REST NOT CHECKED"
    TO ML-MESSAGE-TEXT
  WRITE RECONCILIATION-REPORT-LINE FROM MESSAGE-LINE
  DISPLAY "CVRECON: " BLOCKS-DROPPED-COUNT
    " BLOCKS BEYOND THE 500-KEY TABLE NOT CHECKED"
END-IF.
IF OLDEST-RUN-ID-READ = SPACES THEN
  MOVE "NO RUN READ FROM THE LOGS - UNLOGGED INDEX RECORDS ARE INFORMATION ONLY"
    TO ML-MESSAGE-TEXT
ELSE
  MOVE SPACES TO ML-MESSAGE-TEXT
  STRING "OLDEST RUN READ " DELIMITED BY SIZE
    OLDEST-RUN-ID-READ (1:16) DELIMITED BY SIZE
    " - UNLOGGED INDEX RECORDS UPDATED BEFORE IT ARE INFORMATION ONLY"
      DELIMITED BY SIZE
    INTO ML-MESSAGE-TEXT
  END-STRING
END-IF.
WRITE RECONCILIATION-REPORT-LINE FROM MESSAGE-LINE.
WRITE RECONCILIATION-REPORT-LINE FROM FINDING-HEADING-LINE.
OPEN INPUT COVERAGE-INDEX-FILE.
IF INDEX-FILE-STATUS NOT = "00" THEN
  MOVE "COVIDX NOT AVAILABLE - NOTHING RECONCILED" TO ML-MESSAGE-TEXT
  WRITE RECONCILIATION-REPORT-LINE FROM MESSAGE-LINE
  CLOSE RECONCILIATION-REPORT-FILE
  DISPLAY "CVRECON: COVIDX NOT AVAILABLE - STATUS " INDEX-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE LOW-VALUES TO CVX-KEY.
START COVERAGE-INDEX-FILE KEY NOT < CVX-KEY
  INVALID KEY
    SET END-OF-INDEX TO TRUE
END-START.
PERFORM 3000-RECONCILE-ONE-INDEX-RECORD UNTIL END-OF-INDEX.
CLOSE COVERAGE-INDEX-FILE.
MOVE 1 TO BLOCK-SUB.
PERFORM 4000-CHECK-ONE-BLOCK-INDEXED UNTIL BLOCK-SUB > NEWEST-BLOCK-COUNT.
WRITE RECONCILIATION-REPORT-LINE FROM BLANK-PRINT-LINE.
MOVE INDEX-RECORDS-READ-COUNT TO TL-RECORDS-COUNT.
MOVE MISSING-FROM-INDEX-COUNT TO TL-MISSING-COUNT.
MOVE NO-LOG-EVIDENCE-COUNT TO TL-NO-EVIDENCE-COUNT.
MOVE COUNTER-MISMATCH-COUNT TO TL-MISMATCH-COUNT.
MOVE STALE-STAMP-COUNT TO TL-STALE-COUNT.
MOVE OLDER-THAN-LOGS-COUNT TO TL-OLDER-COUNT.
WRITE RECONCILIATION-REPORT-LINE FROM TOTAL-LINE.
CLOSE RECONCILIATION-REPORT-FILE.
DISPLAY "CVRECON: " INDEX-RECORDS-READ-COUNT " INDEX RECORDS FROM "
  SOURCES-READ-COUNT " LOG(S) - " MISSING-FROM-INDEX-COUNT " MISSING, "
  NO-LOG-EVIDENCE-COUNT " NO LOG EVIDENCE, " COUNTER-MISMATCH-COUNT
  " COUNTER MISMATCHES, " STALE-STAMP-COUNT " STALE, "
  OLDER-THAN-LOGS-COUNT " OLDER THAN THE LOGS".
IF MISSING-FROM-INDEX-COUNT > 0 OR NO-LOG-EVIDENCE-COUNT > 0
   OR COUNTER-MISMATCH-COUNT > 0 OR STALE-STAMP-COUNT > 0
   OR BLOCK-TABLE-FULL THEN
  DISPLAY "CVRECON: COVIDX HAS DRIFTED FROM THE COVERAGE LOGS - SEE "
    "RECNRPT, REBUILD WITH CVREBLD"
  MOVE 8 TO RETURN-CODE
ELSE
  MOVE 0 TO RETURN-CODE
END-IF.
STOP RUN.

*> no catalog is no archived generations - tonight's coverage.clf is
*> still read and reconciled on its own.
1000-LOAD-THE-CATALOG.
OPEN INPUT ARCHIVE-CATALOG-FILE.
IF CATALOG-FILE-STATUS NOT = "00" THEN
  MOVE "ARCCATLG NOT AVAILABLE - NO ARCHIVED GENERATION READ"
    TO ML-MESSAGE-TEXT
  WRITE RECONCILIATION-REPORT-LINE FROM MESSAGE-LINE
ELSE
  PERFORM 1100-LOAD-ONE-CATALOG-ENTRY UNTIL END-OF-CATALOG
  CLOSE ARCHIVE-CATALOG-FILE
END-IF.

1100-LOAD-ONE-CATALOG-ENTRY.
READ ARCHIVE-CATALOG-FILE INTO ARCHIVE-CATALOG-RECORD
  AT END
    SET END-OF-CATALOG TO TRUE
  NOT AT END
    IF AC-GENERATION-ENTRY AND AG-HISTORY-KIND = "COVERAGE"
       AND GENERATION-COUNT < 500 THEN
      ADD 1 TO GENERATION-COUNT
      MOVE AC-DATASET-NAME TO GENERATION-FILE-NAME (GENERATION-COUNT)
    END-IF
END-READ.

2000-READ-ONE-GENERATION.
MOVE GENERATION-FILE-NAME (GENERATION-SUB) TO HISTORY-FILE-NAME.
PERFORM 2100-READ-ONE-HISTORY-SOURCE.
ADD 1 TO GENERATION-SUB.

2100-READ-ONE-HISTORY-SOURCE.
MOVE "N" TO END-OF-HISTORY-SWITCH.
MOVE "N" TO BLOCK-OPEN-SWITCH.
MOVE "N" TO IN-COUNTER-LINES-SWITCH.
MOVE SPACES TO CURRENT-PROGRAM-NAME.
MOVE SPACES TO CURRENT-RUN-ID.
MOVE 0 TO SOURCE-BLOCK-COUNT.
MOVE HISTORY-FILE-NAME TO SRL-FILE-NAME.
OPEN INPUT HISTORY-FILE.
IF HISTORY-FILE-STATUS = "00" THEN
  ADD 1 TO SOURCES-READ-COUNT
  PERFORM 2200-READ-ONE-HISTORY-LINE UNTIL END-OF-HISTORY
  CLOSE HISTORY-FILE
  MOVE "READ" TO SRL-SOURCE-STATUS
ELSE
  MOVE "NOT AVAILABLE" TO SRL-SOURCE-STATUS
END-IF.
MOVE SOURCE-BLOCK-COUNT TO SRL-BLOCK-COUNT.
WRITE RECONCILIATION-REPORT-LINE FROM SOURCE-LINE.

2200-READ-ONE-HISTORY-LINE.
READ HISTORY-FILE
  AT END
    SET END-OF-HISTORY TO TRUE
  NOT AT END
    PERFORM 2300-PARSE-ONE-HISTORY-LINE
END-READ.

2300-PARSE-ONE-HISTORY-LINE.
IF HISTORY-RECORD (1:8) = "Run id: " THEN
  MOVE HISTORY-RECORD (9:21) TO CURRENT-RUN-ID
  IF CURRENT-RUN-ID NOT = SPACES
     AND (OLDEST-RUN-ID-READ = SPACES
          OR CURRENT-RUN-ID < OLDEST-RUN-ID-READ) THEN
    MOVE CURRENT-RUN-ID TO OLDEST-RUN-ID-READ
  END-IF
END-IF.
IF HISTORY-RECORD (1:14) = "Program name: " THEN
  MOVE HISTORY-RECORD (19:14) TO CURRENT-PROGRAM-NAME
  MOVE "N" TO IN-COUNTER-LINES-SWITCH
END-IF.
IF HISTORY-RECORD (1:16) = "Test case name: " THEN
  MOVE HISTORY-RECORD (17:50) TO BLOCK-TEST-CASE-NAME
  MOVE 0 TO BLOCK-COUNTER-COUNT
  SET BLOCK-OPEN TO TRUE
  MOVE "N" TO IN-COUNTER-LINES-SWITCH
END-IF.
IF HISTORY-RECORD (1:4) = "----" THEN
  IF BLOCK-OPEN AND NOT IN-COUNTER-LINES THEN
    MOVE "Y" TO IN-COUNTER-LINES-SWITCH
  ELSE
    IF BLOCK-OPEN AND IN-COUNTER-LINES THEN
      PERFORM 2500-KEEP-NEWEST-BLOCK
    END-IF
    MOVE "N" TO IN-COUNTER-LINES-SWITCH
  END-IF
END-IF.
IF IN-COUNTER-LINES AND BLOCK-OPEN
   AND HISTORY-RECORD (1:1) NOT = "-"
   AND HISTORY-RECORD (1:1) NOT = SPACE THEN
  PERFORM 2400-PARSE-ONE-TAG-LINE
  IF TAG-LINE-VALID AND BLOCK-COUNTER-COUNT < 50 THEN
    ADD 1 TO BLOCK-COUNTER-COUNT
    MOVE PARSED-ITEM-TAG
      TO BLOCK-COUNTER-ID (BLOCK-COUNTER-COUNT)
    MOVE PARSED-COUNTER-VALUE
      TO BLOCK-COUNTER-VALUE (BLOCK-COUNTER-COUNT)
  END-IF
END-IF.

*> a counter line is the tag text, one space, then the 18-digit hit
*> count - the tag itself never contains a space, so the first space
*> splits the two.
2400-PARSE-ONE-TAG-LINE.
MOVE "N" TO TAG-LINE-VALID-SWITCH.
MOVE 0 TO TAG-SPACE-POSITION.
MOVE 2 TO TAG-SCAN-SUB.
PERFORM 2410-FIND-TAG-SPACE
  UNTIL TAG-SPACE-POSITION > 0 OR TAG-SCAN-SUB > 10.
IF TAG-SPACE-POSITION > 1 THEN
  IF HISTORY-RECORD (TAG-SPACE-POSITION + 1:18) IS NUMERIC THEN
    MOVE SPACES TO PARSED-ITEM-TAG
    MOVE HISTORY-RECORD (1:TAG-SPACE-POSITION - 1)
      TO PARSED-ITEM-TAG
    MOVE HISTORY-RECORD (TAG-SPACE-POSITION + 1:18)
      TO PARSED-COUNTER-VALUE
    SET TAG-LINE-VALID TO TRUE
  END-IF
END-IF.

2410-FIND-TAG-SPACE.
IF HISTORY-RECORD (TAG-SCAN-SUB:1) = SPACE THEN
  MOVE TAG-SCAN-SUB TO TAG-SPACE-POSITION
ELSE
  ADD 1 TO TAG-SCAN-SUB
END-IF.

*> a block replaces the one kept for its key only when its run id is
*> no older, so a generation listed out of order cannot roll a key
*> back - the same newest-block-wins state CVREBLD rebuilds.
2500-KEEP-NEWEST-BLOCK.
IF BLOCK-COUNTER-COUNT > 0 AND CURRENT-PROGRAM-NAME NOT = SPACES THEN
  ADD 1 TO SOURCE-BLOCK-COUNT
  MOVE CURRENT-PROGRAM-NAME TO SEARCH-PROGRAM-NAME
  MOVE BLOCK-TEST-CASE-NAME TO SEARCH-TEST-CASE-NAME
  PERFORM 5000-FIND-NEWEST-BLOCK
  EVALUATE TRUE
    WHEN BLOCK-FOUND
      IF CURRENT-RUN-ID NOT < NB-RUN-ID (BLOCK-SUB) THEN
        PERFORM 2510-STORE-ONE-BLOCK
      END-IF
    WHEN NEWEST-BLOCK-COUNT >= 500
      SET BLOCK-TABLE-FULL TO TRUE
      ADD 1 TO BLOCKS-DROPPED-COUNT
    WHEN OTHER
      ADD 1 TO NEWEST-BLOCK-COUNT
      MOVE NEWEST-BLOCK-COUNT TO BLOCK-SUB
      MOVE CURRENT-PROGRAM-NAME TO NB-PROGRAM-NAME (BLOCK-SUB)
      MOVE BLOCK-TEST-CASE-NAME TO NB-TEST-CASE-NAME (BLOCK-SUB)
      MOVE "N" TO NB-INDEX-FOUND-SWITCH (BLOCK-SUB)
      PERFORM 2510-STORE-ONE-BLOCK
  END-EVALUATE
END-IF.
MOVE "N" TO BLOCK-OPEN-SWITCH.

2510-STORE-ONE-BLOCK.
MOVE CURRENT-RUN-ID TO NB-RUN-ID (BLOCK-SUB).
MOVE BLOCK-COUNTER-COUNT TO NB-COUNTER-COUNT (BLOCK-SUB).
MOVE 1 TO COUNTER-SUB.
PERFORM 2520-STORE-ONE-COUNTER-PAIR
  UNTIL COUNTER-SUB > BLOCK-COUNTER-COUNT.

2520-STORE-ONE-COUNTER-PAIR.
MOVE BLOCK-COUNTER-ID (COUNTER-SUB)
  TO NB-COUNTER-ID (BLOCK-SUB, COUNTER-SUB).
MOVE BLOCK-COUNTER-VALUE (COUNTER-SUB)
  TO NB-COUNTER-VALUE (BLOCK-SUB, COUNTER-SUB).
ADD 1 TO COUNTER-SUB.

3000-RECONCILE-ONE-INDEX-RECORD.
READ COVERAGE-INDEX-FILE NEXT RECORD
  AT END
    SET END-OF-INDEX TO TRUE
  NOT AT END
    ADD 1 TO INDEX-RECORDS-READ-COUNT
    MOVE CVX-PROGRAM-NAME TO SEARCH-PROGRAM-NAME
    MOVE CVX-TEST-CASE-NAME TO SEARCH-TEST-CASE-NAME
    PERFORM 5000-FIND-NEWEST-BLOCK
    IF BLOCK-FOUND THEN
      SET NB-INDEX-FOUND (BLOCK-SUB) TO TRUE
      PERFORM 3100-COMPARE-INDEX-RECORD
    ELSE
      IF OLDEST-RUN-ID-READ NOT = SPACES
         AND CVX-LAST-UPDATED (1:16) NOT < OLDEST-RUN-ID-READ (1:16) THEN
        ADD 1 TO NO-LOG-EVIDENCE-COUNT
        MOVE "NO LOG EVIDENCE" TO SFL-FINDING
      ELSE
        ADD 1 TO OLDER-THAN-LOGS-COUNT
        MOVE "OLDER THAN LOGS" TO SFL-FINDING
      END-IF
      MOVE CVX-PROGRAM-NAME TO SFL-PROGRAM-NAME
      MOVE CVX-TEST-CASE-NAME TO SFL-TEST-CASE-NAME
      MOVE SPACES TO SFL-STAMP-TEXT
      STRING "LAST UPDATED " CVX-LAST-UPDATED DELIMITED BY SIZE
        INTO SFL-STAMP-TEXT
      END-STRING
      WRITE RECONCILIATION-REPORT-LINE FROM STAMP-FINDING-LINE
    END-IF
END-READ.

*> both stamps are CURRENT-DATE values; the index is stamped as the
*> block's run finishes, so it is never earlier than that run's id
*> unless the run's REWRITE was lost.  Counters are matched by id,
*> both ways.
3100-COMPARE-INDEX-RECORD.
IF CVX-LAST-UPDATED (1:16) < NB-RUN-ID (BLOCK-SUB) (1:16) THEN
  ADD 1 TO STALE-STAMP-COUNT
  MOVE "STALE" TO SFL-FINDING
  MOVE CVX-PROGRAM-NAME TO SFL-PROGRAM-NAME
  MOVE CVX-TEST-CASE-NAME TO SFL-TEST-CASE-NAME
  MOVE SPACES TO SFL-STAMP-TEXT
  STRING CVX-LAST-UPDATED (1:16) " BEFORE RUN " NB-RUN-ID (BLOCK-SUB)
    (1:16) DELIMITED BY SIZE INTO SFL-STAMP-TEXT
  END-STRING
  WRITE RECONCILIATION-REPORT-LINE FROM STAMP-FINDING-LINE
END-IF.
MOVE 1 TO COUNTER-SUB.
PERFORM 3200-CHECK-ONE-LOGGED-COUNTER
  UNTIL COUNTER-SUB > NB-COUNTER-COUNT (BLOCK-SUB).
MOVE 1 TO COUNTER-SUB.
PERFORM 3300-CHECK-ONE-INDEX-COUNTER
  UNTIL COUNTER-SUB > CVX-COUNTER-COUNT.

3200-CHECK-ONE-LOGGED-COUNTER.
MOVE NB-COUNTER-ID (BLOCK-SUB, COUNTER-SUB) TO SEARCH-COUNTER-ID.
PERFORM 3400-FIND-INDEX-COUNTER.
IF COUNTER-FOUND THEN
  IF CVX-COUNTER-VALUE (INDEX-SUB)
     NOT = NB-COUNTER-VALUE (BLOCK-SUB, COUNTER-SUB) THEN
    MOVE CVX-COUNTER-VALUE (INDEX-SUB) TO CFL-INDEX-VALUE
    PERFORM 3500-PRINT-COUNTER-MISMATCH
  END-IF
ELSE
  MOVE 0 TO CFL-INDEX-VALUE
  PERFORM 3500-PRINT-COUNTER-MISMATCH
END-IF.
ADD 1 TO COUNTER-SUB.

*> an index counter the newest block does not carry at all.
3300-CHECK-ONE-INDEX-COUNTER.
MOVE "N" TO COUNTER-FOUND-SWITCH.
MOVE 1 TO INDEX-SUB.
PERFORM 3310-CHECK-ONE-BLOCK-COUNTER
  UNTIL COUNTER-FOUND OR INDEX-SUB > NB-COUNTER-COUNT (BLOCK-SUB).
IF NOT COUNTER-FOUND THEN
  ADD 1 TO COUNTER-MISMATCH-COUNT
  MOVE "COUNTER MISMATCH" TO CFL-FINDING
  MOVE CVX-PROGRAM-NAME TO CFL-PROGRAM-NAME
  MOVE CVX-TEST-CASE-NAME TO CFL-TEST-CASE-NAME
  MOVE CVX-COUNTER-ID (COUNTER-SUB) TO CFL-COUNTER-ID
  MOVE 0 TO CFL-LOG-VALUE
  MOVE CVX-COUNTER-VALUE (COUNTER-SUB) TO CFL-INDEX-VALUE
  WRITE RECONCILIATION-REPORT-LINE FROM COUNTER-FINDING-LINE
END-IF.
ADD 1 TO COUNTER-SUB.

3310-CHECK-ONE-BLOCK-COUNTER.
IF NB-COUNTER-ID (BLOCK-SUB, INDEX-SUB) = CVX-COUNTER-ID (COUNTER-SUB)
   THEN
  SET COUNTER-FOUND TO TRUE
ELSE
  ADD 1 TO INDEX-SUB
END-IF.

3400-FIND-INDEX-COUNTER.
MOVE "N" TO COUNTER-FOUND-SWITCH.
MOVE 1 TO INDEX-SUB.
PERFORM 3410-CHECK-ONE-INDEX-COUNTER
  UNTIL COUNTER-FOUND OR INDEX-SUB > CVX-COUNTER-COUNT.

3410-CHECK-ONE-INDEX-COUNTER.
IF CVX-COUNTER-ID (INDEX-SUB) = SEARCH-COUNTER-ID THEN
  SET COUNTER-FOUND TO TRUE
ELSE
  ADD 1 TO INDEX-SUB
END-IF.

3500-PRINT-COUNTER-MISMATCH.
ADD 1 TO COUNTER-MISMATCH-COUNT.
MOVE "COUNTER MISMATCH" TO CFL-FINDING.
MOVE CVX-PROGRAM-NAME TO CFL-PROGRAM-NAME.
MOVE CVX-TEST-CASE-NAME TO CFL-TEST-CASE-NAME.
MOVE SEARCH-COUNTER-ID TO CFL-COUNTER-ID.
MOVE NB-COUNTER-VALUE (BLOCK-SUB, COUNTER-SUB) TO CFL-LOG-VALUE.
WRITE RECONCILIATION-REPORT-LINE FROM COUNTER-FINDING-LINE.

4000-CHECK-ONE-BLOCK-INDEXED.
IF NOT NB-INDEX-FOUND (BLOCK-SUB) THEN
  ADD 1 TO MISSING-FROM-INDEX-COUNT
  MOVE "MISSING" TO SFL-FINDING
  MOVE NB-PROGRAM-NAME (BLOCK-SUB) TO SFL-PROGRAM-NAME
  MOVE NB-TEST-CASE-NAME (BLOCK-SUB) TO SFL-TEST-CASE-NAME
  MOVE SPACES TO SFL-STAMP-TEXT
  STRING "LOGGED BY RUN " NB-RUN-ID (BLOCK-SUB) DELIMITED BY SIZE
    INTO SFL-STAMP-TEXT
  END-STRING
  WRITE RECONCILIATION-REPORT-LINE FROM STAMP-FINDING-LINE
END-IF.
ADD 1 TO BLOCK-SUB.

5000-FIND-NEWEST-BLOCK.
MOVE "N" TO BLOCK-FOUND-SWITCH.
MOVE 1 TO BLOCK-SUB.
PERFORM 5010-CHECK-ONE-NEWEST-BLOCK
  UNTIL BLOCK-FOUND OR BLOCK-SUB > NEWEST-BLOCK-COUNT.

5010-CHECK-ONE-NEWEST-BLOCK.
IF NB-PROGRAM-NAME (BLOCK-SUB) = SEARCH-PROGRAM-NAME
   AND NB-TEST-CASE-NAME (BLOCK-SUB) = SEARCH-TEST-CASE-NAME THEN
  SET BLOCK-FOUND TO TRUE
ELSE
  ADD 1 TO BLOCK-SUB
END-IF.

END PROGRAM CVRECON.
