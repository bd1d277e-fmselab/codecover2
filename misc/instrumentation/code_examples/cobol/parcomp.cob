IDENTIFICATION DIVISION.
PROGRAM-ID. PARCOMP.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS RUNLOG-FILE-STATUS.
SELECT FACTORIAL-RESULTS-FILE ASSIGN TO "FACOUT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS FACOUT-FILE-STATUS.
SELECT PARALLEL-RESULTS-FILE ASSIGN TO "FACOUT1"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS FACOUT1-FILE-STATUS.
SELECT VERDICT-FILE ASSIGN TO "VERDICTS"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS VERDICT-FILE-STATUS.
SELECT COVERAGE-INDEX-FILE ASSIGN TO "COVIDX"
  ORGANIZATION IS INDEXED
  ACCESS MODE IS RANDOM
  RECORD KEY IS CVX-KEY
  FILE STATUS IS INDEX-FILE-STATUS.
SELECT DISCREPANCY-REPORT-FILE ASSIGN TO "PARRPT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS REPORT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD RUN-LOG-FILE.
01 RUN-LOG-RECORD PIC X(106).
FD FACTORIAL-RESULTS-FILE.
01 FACTORIAL-RESULT-RECORD.
  05 FR-TIMESTAMP PIC X(21).
  05 FILLER PIC X.
  05 FR-FAC-INPUT PIC X(4).
  05 FILLER PIC X.
  05 FR-RESULT PIC X(19).
  05 FILLER PIC X.
  05 FR-STATUS-CODE PIC X.
FD PARALLEL-RESULTS-FILE.
01 PARALLEL-RESULT-RECORD.
  05 PR-TIMESTAMP PIC X(21).
  05 FILLER PIC X.
  05 PR-FAC-INPUT PIC X(4).
  05 FILLER PIC X.
  05 PR-RESULT PIC X(19).
  05 FILLER PIC X.
  05 PR-STATUS-CODE PIC X.
FD VERDICT-FILE.
01 VERDICT-RECORD.
  05 VD-TEST-CASE-NAME PIC X(50).
  05 FILLER PIC X.
  05 VD-EXPECTED PIC X(19).
  05 FILLER PIC X.
  05 VD-ACTUAL PIC X(19).
  05 FILLER PIC X.
  05 VD-VERDICT PIC X(4).
  05 FILLER PIC X.
  05 VD-PROGRAM-NAME PIC X(14).
  05 FILLER PIC X.
  05 VD-RUN-ID PIC X(21).
FD COVERAGE-INDEX-FILE.
COPY CVXREC.
FD DISCREPANCY-REPORT-FILE.
01 DISCREPANCY-REPORT-LINE PIC X(132).
WORKING-STORAGE SECTION.
01 PARALLEL-CONTROL-FIELDS.
  05 RUNLOG-FILE-STATUS PIC XX VALUE SPACES.
  05 FACOUT-FILE-STATUS PIC XX VALUE SPACES.
  05 FACOUT1-FILE-STATUS PIC XX VALUE SPACES.
  05 VERDICT-FILE-STATUS PIC XX VALUE SPACES.
  05 INDEX-FILE-STATUS PIC XX VALUE SPACES.
  05 REPORT-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-INPUT-SWITCH PIC X VALUE "N".
    88 END-OF-INPUT VALUE "Y".
  05 REPORT-RUN-DATE PIC X(21) VALUE SPACES.
  05 DISCREPANCY-COUNT PIC 9(5) VALUE ZERO.
  05 PAIRS-COMPARED-COUNT PIC 9(5) VALUE ZERO.
  05 RESULTS-DROPPED-COUNT PIC 9(5) VALUE ZERO.

*> the TESTPROG run being compared is the last one on RUNLOG; only a
*> straight batch pass over TRANSIN lines up with TESTPROG1's input -
*> a rerun-queue run or a checkpoint restart processed something else.
01 TESTPROG-RUN-FIELDS.
  05 LAST-RUN-FOUND-SWITCH PIC X VALUE "N".
    88 LAST-RUN-FOUND VALUE "Y".
  05 LAST-RUN-START PIC X(21) VALUE SPACES.
  05 LAST-RUN-END PIC X(21) VALUE SPACES.
  05 LAST-RUN-MODE PIC X VALUE SPACE.
  05 LAST-RUN-RESTART-USED PIC X VALUE SPACE.
  05 LAST-RUN-RETURN-CODE PIC XX VALUE SPACES.
    88 LAST-RUN-WINDOW-CUT VALUE "02".

*> one entry per result, in the order each program processed them -
*> both were fed the same values in the same order, so entry n of one
*> table is the same transaction as entry n of the other.
01 RESULT-TABLES.
  05 TESTPROG-RESULT-COUNT PIC 999 VALUE ZERO.
  05 TESTPROG-RESULT OCCURS 500 TIMES.
    10 TR-FAC-INPUT PIC X(4).
    10 TR-RESULT PIC X(19).
    10 TR-STATUS-CODE PIC X.
  05 TESTPROG1-RESULT-COUNT PIC 999 VALUE ZERO.
  05 TESTPROG1-RESULT OCCURS 500 TIMES.
    10 T1-FAC-INPUT PIC X(4).
    10 T1-RESULT PIC X(19).
    10 T1-STATUS-CODE PIC X.
01 RESULT-WORK-FIELDS.
  05 RESULT-SUB PIC 999 VALUE ZERO.
  05 PAIRED-LIMIT PIC 999 VALUE ZERO.
  05 FAC-VALUE-WORK PIC 9999 VALUE ZERO.

COPY FACNAMES.
*> the last VERDICTS run of each program, per test case name - entry
*> n of each row is FACULTY-CASE-NAME-ENTRY n; spaces mean that run
*> wrote no verdict for the case.
01 VERDICT-COMPARE-TABLE.
  05 TESTPROG-RUN-ID PIC X(21) VALUE SPACES.
  05 TESTPROG1-RUN-ID PIC X(21) VALUE SPACES.
  05 TESTPROG-VERDICT PIC X(4) OCCURS 22 TIMES.
  05 TESTPROG1-VERDICT PIC X(4) OCCURS 22 TIMES.
  05 CASE-CHECKED-FLAG PIC X OCCURS 22 TIMES.
01 CASE-WORK-FIELDS.
  05 CASE-SUB PIC 99 VALUE ZERO.
  05 FACULTY-NAME-SUB PIC 99 VALUE ZERO.
  05 FACULTY-NAME-FOUND-SWITCH PIC X VALUE "N".
    88 FACULTY-NAME-FOUND VALUE "Y".

*> TESTPROG's COVIDX counters for the case, held while TESTPROG1's
*> record for the same name is read over the record area.
01 COUNTER-COMPARE-FIELDS.
  05 SAVED-COUNTER-COUNT PIC 999 VALUE ZERO.
  05 SAVED-COUNTER-PAIR OCCURS 50 TIMES.
    10 SAVED-COUNTER-ID PIC X(9).
    10 SAVED-COUNTER-VALUE PIC 9(18).
  05 SAVED-RECORD-FOUND-SWITCH PIC X VALUE "N".
    88 SAVED-RECORD-FOUND VALUE "Y".
  05 OTHER-RECORD-FOUND-SWITCH PIC X VALUE "N".
    88 OTHER-RECORD-FOUND VALUE "Y".
  05 COUNTER-SUB PIC 999 VALUE ZERO.
  05 OTHER-COUNTER-SUB PIC 999 VALUE ZERO.
  05 COUNTER-FOUND-SWITCH PIC X VALUE "N".
    88 COUNTER-FOUND VALUE "Y".
  05 COUNTER-VALUE-EDIT PIC Z(17)9.

01 REPORT-PRINT-LINES.
  05 REPORT-HEADER-LINE.
    10 FILLER PIC X(42)
        VALUE "PARCOMP - TESTPROG/TESTPROG1 PARALLEL RUN".
    10 FILLER PIC X(10) VALUE "RUN DATE: ".
    10 RHL-RUN-DATE PIC X(21).
  05 REPORT-RULE-LINE PIC X(132) VALUE ALL "=".
  05 RUN-IDENT-LINE.
    10 FILLER PIC X(22) VALUE "TESTPROG RUN STARTED  ".
    10 RIL-RUN-START PIC X(21).
    10 FILLER PIC X(8) VALUE "  MODE  ".
    10 RIL-RUN-MODE PIC X.
    10 FILLER PIC X(11) VALUE "  RESTART  ".
    10 RIL-RESTART-USED PIC X.
    10 FILLER PIC X(6) VALUE "  RC  ".
    10 RIL-RETURN-CODE PIC XX.
  05 DISCREPANCY-DETAIL-LINE.
    10 FILLER PIC X(6) VALUE "  SEQ ".
    10 DDL-SEQUENCE PIC ZZZZ9.
    10 FILLER PIC X(5) VALUE " FAC ".
    10 DDL-FAC-INPUT PIC X(4).
    10 FILLER PIC XX VALUE SPACES.
    10 DDL-ITEM-TEXT PIC X(18).
    10 FILLER PIC X(11) VALUE "TESTPROG:  ".
    10 DDL-TESTPROG-VALUE PIC X(30).
    10 FILLER PIC X(12) VALUE " TESTPROG1: ".
    10 DDL-TESTPROG1-VALUE PIC X(30).
  05 MESSAGE-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 ML-MESSAGE-TEXT PIC X(100).
  05 TOTAL-LINE.
    10 FILLER PIC X(20) VALUE "TESTPROG RESULTS:   ".
    10 TL-TESTPROG-COUNT PIC ZZZZ9.
    10 FILLER PIC X(21) VALUE "   TESTPROG1 RESULTS:".
    10 TL-TESTPROG1-COUNT PIC ZZZZ9.
    10 FILLER PIC X(20) VALUE "   PAIRS COMPARED:  ".
    10 TL-PAIRS-COUNT PIC ZZZZ9.
    10 FILLER PIC X(20) VALUE "   DISCREPANCIES:   ".
    10 TL-DISCREPANCY-COUNT PIC ZZZZ9.
  05 BLANK-PRINT-LINE PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
*> TESTPROG and TESTPROG1 carry the same factorial logic and, in the
*> parallel run, the same TRANSIN detail values (PARFEED turns them
*> into TESTPROG1's SYSIN).  Matched result by result, they must agree
*> on the computed ERG, the overflow/invalid outcome, the VERDICTS
*> verdict and the counters each stored on COVIDX under the case name.
*> Every disagreement is a line on PARRPT and the step ends RC 8; RC 4
*> means the last TESTPROG run was not a comparable pass, RC 12 that an
*> input or PARRPT could not be opened and nothing was compared.
0000-MAINLINE.
MOVE FUNCTION CURRENT-DATE TO REPORT-RUN-DATE.
OPEN OUTPUT DISCREPANCY-REPORT-FILE.
IF REPORT-FILE-STATUS NOT = "00" THEN
  DISPLAY "PARCOMP: CANNOT OPEN PARRPT - STATUS " REPORT-FILE-STATUS
  MOVE 12 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE REPORT-RUN-DATE TO RHL-RUN-DATE.
WRITE DISCREPANCY-REPORT-LINE FROM REPORT-HEADER-LINE.
WRITE DISCREPANCY-REPORT-LINE FROM REPORT-RULE-LINE.
PERFORM 1000-FIND-LAST-TESTPROG-RUN.
MOVE LAST-RUN-START TO RIL-RUN-START.
MOVE LAST-RUN-MODE TO RIL-RUN-MODE.
MOVE LAST-RUN-RESTART-USED TO RIL-RESTART-USED.
MOVE LAST-RUN-RETURN-CODE TO RIL-RETURN-CODE.
WRITE DISCREPANCY-REPORT-LINE FROM RUN-IDENT-LINE.
WRITE DISCREPANCY-REPORT-LINE FROM BLANK-PRINT-LINE.
IF LAST-RUN-MODE NOT = "B" OR LAST-RUN-RESTART-USED = "Y" THEN
  MOVE "LAST TESTPROG RUN WAS A RERUN OR A RESTART - NOT COMPARABLE"
    TO ML-MESSAGE-TEXT
  WRITE DISCREPANCY-REPORT-LINE FROM MESSAGE-LINE
  CLOSE DISCREPANCY-REPORT-FILE
  DISPLAY "PARCOMP: LAST TESTPROG RUN NOT A FULL TRANSIN PASS - "
    "NOTHING COMPARED"
  MOVE 4 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 2000-LOAD-TESTPROG-RESULTS.
PERFORM 2500-LOAD-TESTPROG1-RESULTS.
PERFORM 3000-LOAD-LAST-VERDICTS.
OPEN INPUT COVERAGE-INDEX-FILE.
IF INDEX-FILE-STATUS NOT = "00" THEN
  DISPLAY "PARCOMP: COVIDX NOT AVAILABLE - STATUS " INDEX-FILE-STATUS
  MOVE 12 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 4000-COMPARE-THE-RUNS.
CLOSE COVERAGE-INDEX-FILE.
WRITE DISCREPANCY-REPORT-LINE FROM BLANK-PRINT-LINE.
MOVE TESTPROG-RESULT-COUNT TO TL-TESTPROG-COUNT.
MOVE TESTPROG1-RESULT-COUNT TO TL-TESTPROG1-COUNT.
MOVE PAIRS-COMPARED-COUNT TO TL-PAIRS-COUNT.
MOVE DISCREPANCY-COUNT TO TL-DISCREPANCY-COUNT.
WRITE DISCREPANCY-REPORT-LINE FROM TOTAL-LINE.
CLOSE DISCREPANCY-REPORT-FILE.
IF RESULTS-DROPPED-COUNT > 0 THEN
  DISPLAY "PARCOMP: " RESULTS-DROPPED-COUNT
    " RESULTS BEYOND THE 500-ENTRY TABLES NOT COMPARED"
END-IF.
IF DISCREPANCY-COUNT > 0 THEN
  DISPLAY "PARCOMP: " DISCREPANCY-COUNT
    " DISCREPANCIES BETWEEN TESTPROG AND TESTPROG1 - SEE PARRPT"
  MOVE 8 TO RETURN-CODE
ELSE
  DISPLAY "PARCOMP: TESTPROG AND TESTPROG1 AGREE ON "
    PAIRS-COMPARED-COUNT " RESULTS"
  MOVE 0 TO RETURN-CODE
END-IF.
STOP RUN.

*> run records only - a batch breakdown record carries " BATCH " where
*> a run record carries its end timestamp, as FACRECON reads it.
1000-FIND-LAST-TESTPROG-RUN.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT RUN-LOG-FILE.
IF RUNLOG-FILE-STATUS NOT = "00" THEN
  DISPLAY "PARCOMP: RUNLOG NOT AVAILABLE - STATUS " RUNLOG-FILE-STATUS
  MOVE 12 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 1100-READ-ONE-RUNLOG UNTIL END-OF-INPUT.
CLOSE RUN-LOG-FILE.
IF NOT LAST-RUN-FOUND THEN
  DISPLAY "PARCOMP: NO TESTPROG RUN ON RUNLOG"
  MOVE 12 TO RETURN-CODE
  STOP RUN
END-IF.

1100-READ-ONE-RUNLOG.
READ RUN-LOG-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    IF RUN-LOG-RECORD (22:7) NOT = " BATCH " THEN
      SET LAST-RUN-FOUND TO TRUE
      MOVE RUN-LOG-RECORD (1:21) TO LAST-RUN-START
      MOVE RUN-LOG-RECORD (23:21) TO LAST-RUN-END
      MOVE RUN-LOG-RECORD (50:1) TO LAST-RUN-MODE
      MOVE RUN-LOG-RECORD (100:1) TO LAST-RUN-RESTART-USED
      MOVE RUN-LOG-RECORD (105:2) TO LAST-RUN-RETURN-CODE
    END-IF
END-READ.

*> FACOUT accumulates across runs; the records of the run being
*> compared are the ones stamped inside its RUNLOG start/end window.
2000-LOAD-TESTPROG-RESULTS.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT FACTORIAL-RESULTS-FILE.
IF FACOUT-FILE-STATUS NOT = "00" THEN
  DISPLAY "PARCOMP: FACOUT NOT AVAILABLE - STATUS " FACOUT-FILE-STATUS
  MOVE 12 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 2100-READ-ONE-TESTPROG-RESULT UNTIL END-OF-INPUT.
CLOSE FACTORIAL-RESULTS-FILE.

2100-READ-ONE-TESTPROG-RESULT.
READ FACTORIAL-RESULTS-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    IF FR-TIMESTAMP >= LAST-RUN-START
       AND FR-TIMESTAMP <= LAST-RUN-END THEN
      IF TESTPROG-RESULT-COUNT >= 500 THEN
        ADD 1 TO RESULTS-DROPPED-COUNT
      ELSE
        ADD 1 TO TESTPROG-RESULT-COUNT
        MOVE FR-FAC-INPUT TO TR-FAC-INPUT (TESTPROG-RESULT-COUNT)
        MOVE FR-RESULT TO TR-RESULT (TESTPROG-RESULT-COUNT)
        MOVE FR-STATUS-CODE TO TR-STATUS-CODE (TESTPROG-RESULT-COUNT)
      END-IF
    END-IF
END-READ.

*> FACOUT1 is rewritten by every TESTPROG1 run, so all of it counts.
2500-LOAD-TESTPROG1-RESULTS.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT PARALLEL-RESULTS-FILE.
IF FACOUT1-FILE-STATUS NOT = "00" THEN
  DISPLAY "PARCOMP: FACOUT1 NOT AVAILABLE - STATUS " FACOUT1-FILE-STATUS
  MOVE 12 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 2600-READ-ONE-TESTPROG1-RESULT UNTIL END-OF-INPUT.
CLOSE PARALLEL-RESULTS-FILE.

2600-READ-ONE-TESTPROG1-RESULT.
READ PARALLEL-RESULTS-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    IF TESTPROG1-RESULT-COUNT >= 500 THEN
      ADD 1 TO RESULTS-DROPPED-COUNT
    ELSE
      ADD 1 TO TESTPROG1-RESULT-COUNT
      MOVE PR-FAC-INPUT TO T1-FAC-INPUT (TESTPROG1-RESULT-COUNT)
      MOVE PR-RESULT TO T1-RESULT (TESTPROG1-RESULT-COUNT)
      MOVE PR-STATUS-CODE TO T1-STATUS-CODE (TESTPROG1-RESULT-COUNT)
    END-IF
END-READ.

*> VERDICTS is appended in run order, so a new run id for a program
*> starts that program's row afresh and what is left at end of file
*> is its latest run.
3000-LOAD-LAST-VERDICTS.
MOVE 1 TO CASE-SUB.
PERFORM 3010-CLEAR-ONE-CASE UNTIL CASE-SUB > 22.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT VERDICT-FILE.
IF VERDICT-FILE-STATUS NOT = "00" THEN
  DISPLAY "PARCOMP: VERDICTS NOT AVAILABLE - STATUS "
    VERDICT-FILE-STATUS
  MOVE 12 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 3100-READ-ONE-VERDICT UNTIL END-OF-INPUT.
CLOSE VERDICT-FILE.

3010-CLEAR-ONE-CASE.
MOVE SPACES TO TESTPROG-VERDICT (CASE-SUB).
MOVE SPACES TO TESTPROG1-VERDICT (CASE-SUB).
MOVE "N" TO CASE-CHECKED-FLAG (CASE-SUB).
ADD 1 TO CASE-SUB.

3100-READ-ONE-VERDICT.
READ VERDICT-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    PERFORM 3200-POST-ONE-VERDICT
END-READ.

3200-POST-ONE-VERDICT.
MOVE "N" TO FACULTY-NAME-FOUND-SWITCH.
MOVE 1 TO FACULTY-NAME-SUB.
PERFORM 3210-CHECK-ONE-FACULTY-NAME
  UNTIL FACULTY-NAME-FOUND OR FACULTY-NAME-SUB > 22.
EVALUATE TRUE
  WHEN NOT FACULTY-NAME-FOUND
    CONTINUE
  WHEN VD-PROGRAM-NAME = "TESTPROG"
    IF VD-RUN-ID NOT = TESTPROG-RUN-ID THEN
      MOVE VD-RUN-ID TO TESTPROG-RUN-ID
      MOVE 1 TO CASE-SUB
      PERFORM 3220-CLEAR-ONE-TESTPROG-VERDICT UNTIL CASE-SUB > 22
    END-IF
    MOVE VD-VERDICT TO TESTPROG-VERDICT (FACULTY-NAME-SUB)
  WHEN VD-PROGRAM-NAME = "TESTPROG1"
    IF VD-RUN-ID NOT = TESTPROG1-RUN-ID THEN
      MOVE VD-RUN-ID TO TESTPROG1-RUN-ID
      MOVE 1 TO CASE-SUB
      PERFORM 3230-CLEAR-ONE-TESTPROG1-VERDICT UNTIL CASE-SUB > 22
    END-IF
    MOVE VD-VERDICT TO TESTPROG1-VERDICT (FACULTY-NAME-SUB)
  WHEN OTHER
    CONTINUE
END-EVALUATE.

3210-CHECK-ONE-FACULTY-NAME.
IF FACULTY-CASE-NAME-ENTRY (FACULTY-NAME-SUB) = VD-TEST-CASE-NAME THEN
  SET FACULTY-NAME-FOUND TO TRUE
ELSE
  ADD 1 TO FACULTY-NAME-SUB
END-IF.

3220-CLEAR-ONE-TESTPROG-VERDICT.
MOVE SPACES TO TESTPROG-VERDICT (CASE-SUB).
ADD 1 TO CASE-SUB.

3230-CLEAR-ONE-TESTPROG1-VERDICT.
MOVE SPACES TO TESTPROG1-VERDICT (CASE-SUB).
ADD 1 TO CASE-SUB.

*> pair the two result lists position by position.  TESTPROG1 treats
*> its 9999 sentinel as one more pass, so an unpaired 9999 at the very
*> end of its list is the sentinel, not a difference; a window-cut
*> TESTPROG run legitimately stops short of TESTPROG1.
4000-COMPARE-THE-RUNS.
IF TESTPROG-RESULT-COUNT < TESTPROG1-RESULT-COUNT THEN
  MOVE TESTPROG-RESULT-COUNT TO PAIRED-LIMIT
ELSE
  MOVE TESTPROG1-RESULT-COUNT TO PAIRED-LIMIT
END-IF.
MOVE 1 TO RESULT-SUB.
PERFORM 4100-COMPARE-ONE-PAIR UNTIL RESULT-SUB > PAIRED-LIMIT.
PERFORM 4500-REPORT-ONE-UNPAIRED-RESULT
  UNTIL RESULT-SUB > TESTPROG-RESULT-COUNT
    AND RESULT-SUB > TESTPROG1-RESULT-COUNT.

4100-COMPARE-ONE-PAIR.
ADD 1 TO PAIRS-COMPARED-COUNT.
MOVE RESULT-SUB TO DDL-SEQUENCE.
MOVE TR-FAC-INPUT (RESULT-SUB) TO DDL-FAC-INPUT.
IF TR-FAC-INPUT (RESULT-SUB) NOT = T1-FAC-INPUT (RESULT-SUB) THEN
  MOVE "FAC OUT OF STEP" TO DDL-ITEM-TEXT
  MOVE TR-FAC-INPUT (RESULT-SUB) TO DDL-TESTPROG-VALUE
  MOVE T1-FAC-INPUT (RESULT-SUB) TO DDL-TESTPROG1-VALUE
  PERFORM 4900-WRITE-DISCREPANCY
ELSE
  IF TR-STATUS-CODE (RESULT-SUB) NOT = T1-STATUS-CODE (RESULT-SUB) THEN
    MOVE "OUTCOME (C/I/O)" TO DDL-ITEM-TEXT
    MOVE TR-STATUS-CODE (RESULT-SUB) TO DDL-TESTPROG-VALUE
    MOVE T1-STATUS-CODE (RESULT-SUB) TO DDL-TESTPROG1-VALUE
    PERFORM 4900-WRITE-DISCREPANCY
  END-IF
  IF TR-RESULT (RESULT-SUB) NOT = T1-RESULT (RESULT-SUB) THEN
    MOVE "COMPUTED ERG" TO DDL-ITEM-TEXT
    MOVE TR-RESULT (RESULT-SUB) TO DDL-TESTPROG-VALUE
    MOVE T1-RESULT (RESULT-SUB) TO DDL-TESTPROG1-VALUE
    PERFORM 4900-WRITE-DISCREPANCY
  END-IF
  PERFORM 4200-COMPARE-ONE-CASE
END-IF.
ADD 1 TO RESULT-SUB.

*> the verdict and the COVIDX counters belong to the case name, not
*> the transaction, so each name is judged once however often its FAC
*> value repeats on the feed.
4200-COMPARE-ONE-CASE.
MOVE 0 TO CASE-SUB.
IF TR-FAC-INPUT (RESULT-SUB) IS NUMERIC THEN
  MOVE TR-FAC-INPUT (RESULT-SUB) TO FAC-VALUE-WORK
  IF FAC-VALUE-WORK < 21 THEN
    COMPUTE CASE-SUB = FAC-VALUE-WORK + 1
  ELSE
    MOVE 22 TO CASE-SUB
  END-IF
END-IF.
IF CASE-SUB > 0 THEN
  IF CASE-CHECKED-FLAG (CASE-SUB) = "N" THEN
    MOVE "Y" TO CASE-CHECKED-FLAG (CASE-SUB)
    IF TESTPROG-VERDICT (CASE-SUB) NOT = TESTPROG1-VERDICT (CASE-SUB) THEN
      MOVE "VERDICT" TO DDL-ITEM-TEXT
      MOVE TESTPROG-VERDICT (CASE-SUB) TO DDL-TESTPROG-VALUE
      MOVE TESTPROG1-VERDICT (CASE-SUB) TO DDL-TESTPROG1-VALUE
      PERFORM 4900-WRITE-DISCREPANCY
    END-IF
    PERFORM 4300-COMPARE-CASE-COUNTERS
  END-IF
END-IF.

4300-COMPARE-CASE-COUNTERS.
MOVE "TESTPROG" TO CVX-PROGRAM-NAME.
MOVE FACULTY-CASE-NAME-ENTRY (CASE-SUB) TO CVX-TEST-CASE-NAME.
MOVE "Y" TO SAVED-RECORD-FOUND-SWITCH.
READ COVERAGE-INDEX-FILE
  INVALID KEY
    MOVE "N" TO SAVED-RECORD-FOUND-SWITCH
END-READ.
IF SAVED-RECORD-FOUND THEN
  MOVE CVX-COUNTER-COUNT TO SAVED-COUNTER-COUNT
  IF SAVED-COUNTER-COUNT > 50 THEN
    MOVE 50 TO SAVED-COUNTER-COUNT
  END-IF
  MOVE 1 TO COUNTER-SUB
  PERFORM 4310-SAVE-ONE-COUNTER UNTIL COUNTER-SUB > SAVED-COUNTER-COUNT
END-IF.
MOVE "TESTPROG1" TO CVX-PROGRAM-NAME.
MOVE FACULTY-CASE-NAME-ENTRY (CASE-SUB) TO CVX-TEST-CASE-NAME.
MOVE "Y" TO OTHER-RECORD-FOUND-SWITCH.
READ COVERAGE-INDEX-FILE
  INVALID KEY
    MOVE "N" TO OTHER-RECORD-FOUND-SWITCH
END-READ.
EVALUATE TRUE
  WHEN SAVED-RECORD-FOUND AND OTHER-RECORD-FOUND
    IF CVX-COUNTER-COUNT NOT = SAVED-COUNTER-COUNT THEN
      MOVE "COUNTER COUNT" TO DDL-ITEM-TEXT
      MOVE SAVED-COUNTER-COUNT TO DDL-TESTPROG-VALUE
      MOVE CVX-COUNTER-COUNT TO DDL-TESTPROG1-VALUE
      PERFORM 4900-WRITE-DISCREPANCY
    END-IF
    MOVE 1 TO COUNTER-SUB
    PERFORM 4320-COMPARE-ONE-COUNTER
      UNTIL COUNTER-SUB > SAVED-COUNTER-COUNT
  WHEN SAVED-RECORD-FOUND
    MOVE "COVIDX RECORD" TO DDL-ITEM-TEXT
    MOVE "PRESENT" TO DDL-TESTPROG-VALUE
    MOVE "MISSING" TO DDL-TESTPROG1-VALUE
    PERFORM 4900-WRITE-DISCREPANCY
  WHEN OTHER-RECORD-FOUND
    MOVE "COVIDX RECORD" TO DDL-ITEM-TEXT
    MOVE "MISSING" TO DDL-TESTPROG-VALUE
    MOVE "PRESENT" TO DDL-TESTPROG1-VALUE
    PERFORM 4900-WRITE-DISCREPANCY
  WHEN OTHER
    MOVE "COVIDX RECORD" TO DDL-ITEM-TEXT
    MOVE "MISSING" TO DDL-TESTPROG-VALUE
    MOVE "MISSING" TO DDL-TESTPROG1-VALUE
    PERFORM 4900-WRITE-DISCREPANCY
END-EVALUATE.

4310-SAVE-ONE-COUNTER.
MOVE CVX-COUNTER-ID (COUNTER-SUB) TO SAVED-COUNTER-ID (COUNTER-SUB).
MOVE CVX-COUNTER-VALUE (COUNTER-SUB) TO SAVED-COUNTER-VALUE (COUNTER-SUB).
ADD 1 TO COUNTER-SUB.

4320-COMPARE-ONE-COUNTER.
MOVE "N" TO COUNTER-FOUND-SWITCH.
MOVE 1 TO OTHER-COUNTER-SUB.
PERFORM 4330-CHECK-ONE-OTHER-COUNTER
  UNTIL COUNTER-FOUND OR OTHER-COUNTER-SUB > CVX-COUNTER-COUNT.
MOVE SPACES TO DDL-ITEM-TEXT.
STRING "COUNTER " SAVED-COUNTER-ID (COUNTER-SUB)
  DELIMITED BY SIZE INTO DDL-ITEM-TEXT.
IF COUNTER-FOUND THEN
  IF CVX-COUNTER-VALUE (OTHER-COUNTER-SUB)
      NOT = SAVED-COUNTER-VALUE (COUNTER-SUB) THEN
    MOVE SAVED-COUNTER-VALUE (COUNTER-SUB) TO COUNTER-VALUE-EDIT
    MOVE COUNTER-VALUE-EDIT TO DDL-TESTPROG-VALUE
    MOVE CVX-COUNTER-VALUE (OTHER-COUNTER-SUB) TO COUNTER-VALUE-EDIT
    MOVE COUNTER-VALUE-EDIT TO DDL-TESTPROG1-VALUE
    PERFORM 4900-WRITE-DISCREPANCY
  END-IF
ELSE
  MOVE SAVED-COUNTER-VALUE (COUNTER-SUB) TO COUNTER-VALUE-EDIT
  MOVE COUNTER-VALUE-EDIT TO DDL-TESTPROG-VALUE
  MOVE "NOT ON RECORD" TO DDL-TESTPROG1-VALUE
  PERFORM 4900-WRITE-DISCREPANCY
END-IF.
ADD 1 TO COUNTER-SUB.

4330-CHECK-ONE-OTHER-COUNTER.
IF CVX-COUNTER-ID (OTHER-COUNTER-SUB) = SAVED-COUNTER-ID (COUNTER-SUB) THEN
  SET COUNTER-FOUND TO TRUE
ELSE
  ADD 1 TO OTHER-COUNTER-SUB
END-IF.

4500-REPORT-ONE-UNPAIRED-RESULT.
MOVE RESULT-SUB TO DDL-SEQUENCE.
MOVE "UNPAIRED RESULT" TO DDL-ITEM-TEXT.
IF RESULT-SUB <= TESTPROG-RESULT-COUNT THEN
  MOVE TR-FAC-INPUT (RESULT-SUB) TO DDL-FAC-INPUT
  MOVE TR-FAC-INPUT (RESULT-SUB) TO DDL-TESTPROG-VALUE
  MOVE "NO RESULT" TO DDL-TESTPROG1-VALUE
  PERFORM 4900-WRITE-DISCREPANCY
ELSE
  MOVE T1-FAC-INPUT (RESULT-SUB) TO DDL-FAC-INPUT
  EVALUATE TRUE
    WHEN RESULT-SUB = TESTPROG1-RESULT-COUNT
         AND T1-FAC-INPUT (RESULT-SUB) = "9999"
      CONTINUE
    WHEN LAST-RUN-WINDOW-CUT
      MOVE "INFO ONLY" TO DDL-ITEM-TEXT
      MOVE "NOT REACHED - WINDOW CUT" TO DDL-TESTPROG-VALUE
      MOVE T1-FAC-INPUT (RESULT-SUB) TO DDL-TESTPROG1-VALUE
      WRITE DISCREPANCY-REPORT-LINE FROM DISCREPANCY-DETAIL-LINE
    WHEN OTHER
      MOVE "NO RESULT" TO DDL-TESTPROG-VALUE
      MOVE T1-FAC-INPUT (RESULT-SUB) TO DDL-TESTPROG1-VALUE
      PERFORM 4900-WRITE-DISCREPANCY
  END-EVALUATE
END-IF.
ADD 1 TO RESULT-SUB.

4900-WRITE-DISCREPANCY.
ADD 1 TO DISCREPANCY-COUNT.
WRITE DISCREPANCY-REPORT-LINE FROM DISCREPANCY-DETAIL-LINE.

END PROGRAM PARCOMP.
