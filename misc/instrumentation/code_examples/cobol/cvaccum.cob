IDENTIFICATION DIVISION.
PROGRAM-ID. CVACCUM.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT COVERAGE-LOG-FILE ASSIGN TO DYNAMIC COVERAGE-LOG-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS LOG-FILE-STATUS.
SELECT COVERAGE-ACCUMULATOR-FILE ASSIGN TO "COVACCUM"
  ORGANIZATION IS INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY IS CVA-KEY
  FILE STATUS IS ACCUMULATOR-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD COVERAGE-LOG-FILE.
01 COVERAGE-LOG-RECORD PIC X(80).
FD COVERAGE-ACCUMULATOR-FILE.
COPY CVACREC.
WORKING-STORAGE SECTION.
*> the SYSIN card can name, in columns 1-44, the log to apply - an
*> archived generation's working-directory copy when the accumulator
*> is being carried back.  A blank card applies tonight's coverage.clf.
01 ACCUMULATE-CARD.
  05 CARD-LOG-NAME PIC X(44).
  05 FILLER PIC X(36).
01 ACCUMULATE-CONTROL-FIELDS.
  05 LOG-FILE-STATUS PIC XX VALUE SPACES.
  05 ACCUMULATOR-FILE-STATUS PIC XX VALUE SPACES.
  05 COVERAGE-LOG-NAME PIC X(44) VALUE SPACES.
  05 END-OF-LOG-SWITCH PIC X VALUE "N".
    88 END-OF-LOG VALUE "Y".
  05 RUN-TABLE-FULL-SWITCH PIC X VALUE "N".
    88 RUN-TABLE-FULL VALUE "Y".
  05 CURRENT-PROGRAM-NAME PIC X(14) VALUE SPACES.
  05 CURRENT-RUN-ID PIC X(21) VALUE SPACES.
  05 CURRENT-RUN-DATE PIC X(8) VALUE SPACES.
  05 BLOCK-OPEN-SWITCH PIC X VALUE "N".
    88 BLOCK-OPEN VALUE "Y".
  05 IN-COUNTER-LINES-SWITCH PIC X VALUE "N".
    88 IN-COUNTER-LINES VALUE "Y".
01 ACCUMULATE-TOTALS.
  05 RUNS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
  05 COUNTERS-UPDATED-COUNT PIC 9(9) VALUE ZERO.
  05 COUNTERS-ADDED-COUNT PIC 9(9) VALUE ZERO.
  05 COUNTERS-SKIPPED-COUNT PIC 9(9) VALUE ZERO.
  05 COUNTERS-DROPPED-COUNT PIC 9(9) VALUE ZERO.
01 TAG-PARSE-FIELDS.
  05 PARSED-ITEM-TAG PIC X(9) VALUE SPACES.
  05 PARSED-COUNTER-VALUE PIC 9(18) VALUE ZERO.
  05 TAG-SPACE-POSITION PIC 99 VALUE ZERO.
  05 TAG-SCAN-SUB PIC 99 VALUE ZERO.
  05 TAG-LINE-VALID-SWITCH PIC X VALUE "N".
    88 TAG-LINE-VALID VALUE "Y".
*> every counter one run logged, summed over the run's test-case
*> blocks: a counter was hit in the run when any test case hit it.
01 RUN-COUNTER-TABLE.
  05 RUN-COUNTER-COUNT PIC 999 VALUE ZERO.
  05 RUN-COUNTER OCCURS 500 TIMES.
    10 RC-PROGRAM-NAME PIC X(14).
    10 RC-COUNTER-ID PIC X(9).
    10 RC-HIT-COUNT PIC 9(18).
  05 RUN-COUNTER-SUB PIC 999 VALUE ZERO.
  05 RUN-COUNTER-FOUND-SWITCH PIC X VALUE "N".
    88 RUN-COUNTER-FOUND VALUE "Y".
  05 RUN-APPLIED-SWITCH PIC X VALUE "N".
    88 RUN-APPLIED VALUE "Y".
PROCEDURE DIVISION.
*> COVIDX holds only the latest run of each test case - every run
*> REWRITEs its record - so it cannot say when a counter was last
*> executed by anything, or whether it ever was.  After each suite
*> run this folds the coverage log into COVACCUM, one record per
*> program and counter id: hits summed over the life of the counter,
*> the first and last night it was hit, and how many of its program's
*> runs in a row it has gone unhit (CVDORM reports the dormant ones).
*> Each run's blocks are summed first, so a counter any test case hit
*> counts as hit for the run.  A run is applied to a counter only when
*> its id is newer than CVA-LAST-RUN-ID, so a log that still holds
*> runs already applied - coverage.clf is only consolidated, not
*> emptied, between archives - adds nothing twice.  RC 4 when there is
*> no log to fold in or a run logs more than 500 counters, RC 8 when
*> COVACCUM itself cannot be opened, RC 0 otherwise - the accumulator
*> only feeds the advisory dormancy report, so nothing short of losing
*> COVACCUM bypasses the suite's later steps.
0000-MAINLINE.
MOVE SPACES TO ACCUMULATE-CARD.
ACCEPT ACCUMULATE-CARD.
IF CARD-LOG-NAME = SPACES THEN
  MOVE "coverage.clf" TO COVERAGE-LOG-NAME
ELSE
  MOVE CARD-LOG-NAME TO COVERAGE-LOG-NAME
END-IF.
OPEN INPUT COVERAGE-LOG-FILE.
IF LOG-FILE-STATUS NOT = "00" THEN
  DISPLAY "CVACCUM: " COVERAGE-LOG-NAME " NOT AVAILABLE - STATUS "
    LOG-FILE-STATUS
  MOVE 4 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 1000-OPEN-ACCUMULATOR.
PERFORM 2000-READ-ONE-LOG-LINE UNTIL END-OF-LOG.
PERFORM 3000-APPLY-ONE-RUN.
CLOSE COVERAGE-LOG-FILE.
CLOSE COVERAGE-ACCUMULATOR-FILE.
DISPLAY "CVACCUM: " RUNS-APPLIED-COUNT " RUN(S) APPLIED FROM "
  COVERAGE-LOG-NAME.
DISPLAY "CVACCUM: " COUNTERS-UPDATED-COUNT " COUNTERS UPDATED, "
  COUNTERS-ADDED-COUNT " ADDED, " COUNTERS-SKIPPED-COUNT
  " ALREADY APPLIED".
IF RUN-TABLE-FULL THEN
  DISPLAY "CVACCUM: " COUNTERS-DROPPED-COUNT
    " COUNTERS BEYOND THE 500-ENTRY RUN TABLE NOT ACCUMULATED"
  MOVE 4 TO RETURN-CODE
ELSE
  MOVE 0 TO RETURN-CODE
END-IF.
STOP RUN.

*> the freshly defined cluster has never been opened, so the same
*> prime-then-reopen fallback the instrumented programs use applies.
1000-OPEN-ACCUMULATOR.
OPEN I-O COVERAGE-ACCUMULATOR-FILE.
IF ACCUMULATOR-FILE-STATUS NOT = "00" THEN
  OPEN OUTPUT COVERAGE-ACCUMULATOR-FILE
  CLOSE COVERAGE-ACCUMULATOR-FILE
  OPEN I-O COVERAGE-ACCUMULATOR-FILE
END-IF.
IF ACCUMULATOR-FILE-STATUS NOT = "00" THEN
  DISPLAY "CVACCUM: COVACCUM NOT AVAILABLE - STATUS "
    ACCUMULATOR-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.

2000-READ-ONE-LOG-LINE.
READ COVERAGE-LOG-FILE
  AT END
    SET END-OF-LOG TO TRUE
  NOT AT END
    PERFORM 2100-PARSE-ONE-LOG-LINE
END-READ.

*> a run runs from its "Run id:" line to its "Run end:" trailer; a
*> run cut off before its trailer is applied when the next run or the
*> end of the log is reached, as far as it got.
2100-PARSE-ONE-LOG-LINE.
IF COVERAGE-LOG-RECORD (1:8) = "Run id: " THEN
  PERFORM 3000-APPLY-ONE-RUN
  MOVE COVERAGE-LOG-RECORD (9:21) TO CURRENT-RUN-ID
  MOVE CURRENT-RUN-ID (1:8) TO CURRENT-RUN-DATE
END-IF.
IF COVERAGE-LOG-RECORD (1:9) = "Run end: " THEN
  PERFORM 3000-APPLY-ONE-RUN
END-IF.
IF COVERAGE-LOG-RECORD (1:14) = "Program name: " THEN
  MOVE COVERAGE-LOG-RECORD (19:14) TO CURRENT-PROGRAM-NAME
  MOVE "N" TO IN-COUNTER-LINES-SWITCH
END-IF.
IF COVERAGE-LOG-RECORD (1:16) = "Test case name: " THEN
  SET BLOCK-OPEN TO TRUE
  MOVE "N" TO IN-COUNTER-LINES-SWITCH
END-IF.
IF COVERAGE-LOG-RECORD (1:4) = "----" THEN
  IF BLOCK-OPEN AND NOT IN-COUNTER-LINES THEN
    MOVE "Y" TO IN-COUNTER-LINES-SWITCH
  ELSE
    MOVE "N" TO IN-COUNTER-LINES-SWITCH
    MOVE "N" TO BLOCK-OPEN-SWITCH
  END-IF
END-IF.
IF IN-COUNTER-LINES AND BLOCK-OPEN
   AND CURRENT-PROGRAM-NAME NOT = SPACES
   AND CURRENT-RUN-ID NOT = SPACES
   AND COVERAGE-LOG-RECORD (1:1) NOT = "-"
   AND COVERAGE-LOG-RECORD (1:1) NOT = SPACE THEN
  PERFORM 2200-PARSE-ONE-TAG-LINE
  IF TAG-LINE-VALID THEN
    PERFORM 2300-ADD-TO-RUN-TABLE
  END-IF
END-IF.

*> a counter line is the tag text, one space, then the 18-digit hit
*> count - the tag itself never contains a space, so the first space
*> splits the two.
2200-PARSE-ONE-TAG-LINE.
MOVE "N" TO TAG-LINE-VALID-SWITCH.
MOVE 0 TO TAG-SPACE-POSITION.
MOVE 2 TO TAG-SCAN-SUB.
PERFORM 2210-FIND-TAG-SPACE
  UNTIL TAG-SPACE-POSITION > 0 OR TAG-SCAN-SUB > 10.
IF TAG-SPACE-POSITION > 1 THEN
  IF COVERAGE-LOG-RECORD (TAG-SPACE-POSITION + 1:18) IS NUMERIC THEN
    MOVE SPACES TO PARSED-ITEM-TAG
    MOVE COVERAGE-LOG-RECORD (1:TAG-SPACE-POSITION - 1)
      TO PARSED-ITEM-TAG
    MOVE COVERAGE-LOG-RECORD (TAG-SPACE-POSITION + 1:18)
      TO PARSED-COUNTER-VALUE
    SET TAG-LINE-VALID TO TRUE
  END-IF
END-IF.

2210-FIND-TAG-SPACE.
IF COVERAGE-LOG-RECORD (TAG-SCAN-SUB:1) = SPACE THEN
  MOVE TAG-SCAN-SUB TO TAG-SPACE-POSITION
ELSE
  ADD 1 TO TAG-SCAN-SUB
END-IF.

2300-ADD-TO-RUN-TABLE.
MOVE "N" TO RUN-COUNTER-FOUND-SWITCH.
MOVE 1 TO RUN-COUNTER-SUB.
PERFORM 2310-CHECK-ONE-RUN-COUNTER
  UNTIL RUN-COUNTER-FOUND OR RUN-COUNTER-SUB > RUN-COUNTER-COUNT.
EVALUATE TRUE
  WHEN RUN-COUNTER-FOUND
    ADD PARSED-COUNTER-VALUE TO RC-HIT-COUNT (RUN-COUNTER-SUB)
  WHEN RUN-COUNTER-COUNT >= 500
    SET RUN-TABLE-FULL TO TRUE
    ADD 1 TO COUNTERS-DROPPED-COUNT
  WHEN OTHER
    ADD 1 TO RUN-COUNTER-COUNT
    MOVE CURRENT-PROGRAM-NAME TO RC-PROGRAM-NAME (RUN-COUNTER-COUNT)
    MOVE PARSED-ITEM-TAG TO RC-COUNTER-ID (RUN-COUNTER-COUNT)
    MOVE PARSED-COUNTER-VALUE TO RC-HIT-COUNT (RUN-COUNTER-COUNT)
END-EVALUATE.

2310-CHECK-ONE-RUN-COUNTER.
IF RC-PROGRAM-NAME (RUN-COUNTER-SUB) = CURRENT-PROGRAM-NAME
   AND RC-COUNTER-ID (RUN-COUNTER-SUB) = PARSED-ITEM-TAG THEN
  SET RUN-COUNTER-FOUND TO TRUE
ELSE
  ADD 1 TO RUN-COUNTER-SUB
END-IF.

3000-APPLY-ONE-RUN.
MOVE "N" TO RUN-APPLIED-SWITCH.
MOVE 1 TO RUN-COUNTER-SUB.
PERFORM 3100-APPLY-ONE-RUN-COUNTER
  UNTIL RUN-COUNTER-SUB > RUN-COUNTER-COUNT.
IF RUN-APPLIED THEN
  ADD 1 TO RUNS-APPLIED-COUNT
END-IF.
MOVE 0 TO RUN-COUNTER-COUNT.
MOVE "N" TO BLOCK-OPEN-SWITCH.
MOVE "N" TO IN-COUNTER-LINES-SWITCH.

*> a counter first logged tonight gets a new record; one already on
*> file takes the run only if the run is newer than the last applied.
3100-APPLY-ONE-RUN-COUNTER.
MOVE RC-PROGRAM-NAME (RUN-COUNTER-SUB) TO CVA-PROGRAM-NAME.
MOVE RC-COUNTER-ID (RUN-COUNTER-SUB) TO CVA-COUNTER-ID.
READ COVERAGE-ACCUMULATOR-FILE
  KEY IS CVA-KEY
  INVALID KEY
    MOVE ZERO TO CVA-LIFETIME-HITS
    MOVE SPACES TO CVA-FIRST-HIT-DATE
    MOVE SPACES TO CVA-LAST-HIT-DATE
    MOVE ZERO TO CVA-UNHIT-RUN-COUNT
    MOVE CURRENT-RUN-DATE TO CVA-FIRST-SEEN-DATE
    PERFORM 3200-ACCUMULATE-ONE-COUNTER
    WRITE COVERAGE-ACCUMULATOR-RECORD
    ADD 1 TO COUNTERS-ADDED-COUNT
  NOT INVALID KEY
    IF CURRENT-RUN-ID > CVA-LAST-RUN-ID THEN
      PERFORM 3200-ACCUMULATE-ONE-COUNTER
      REWRITE COVERAGE-ACCUMULATOR-RECORD
      ADD 1 TO COUNTERS-UPDATED-COUNT
    ELSE
      ADD 1 TO COUNTERS-SKIPPED-COUNT
    END-IF
END-READ.
ADD 1 TO RUN-COUNTER-SUB.

3200-ACCUMULATE-ONE-COUNTER.
ADD RC-HIT-COUNT (RUN-COUNTER-SUB) TO CVA-LIFETIME-HITS.
IF RC-HIT-COUNT (RUN-COUNTER-SUB) > 0 THEN
  IF CVA-FIRST-HIT-DATE = SPACES THEN
    MOVE CURRENT-RUN-DATE TO CVA-FIRST-HIT-DATE
  END-IF
  MOVE CURRENT-RUN-DATE TO CVA-LAST-HIT-DATE
  MOVE ZERO TO CVA-UNHIT-RUN-COUNT
ELSE
  ADD 1 TO CVA-UNHIT-RUN-COUNT
END-IF.
MOVE CURRENT-RUN-ID TO CVA-LAST-RUN-ID.
SET RUN-APPLIED TO TRUE.

END PROGRAM CVACCUM.
