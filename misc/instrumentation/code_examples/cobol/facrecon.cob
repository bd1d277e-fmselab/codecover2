CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT FACTORIAL-RESULTS-FILE ASSIGN TO DYNAMIC FACOUT-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS FACOUT-FILE-STATUS.
SELECT RUN-LOG-FILE ASSIGN TO DYNAMIC RUNLOG-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS RUNLOG-FILE-STATUS.
SELECT VERDICT-FILE ASSIGN TO DYNAMIC VERDICT-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS VERDICT-FILE-STATUS.
SELECT EXPECTED-RESULTS-FILE ASSIGN TO "EXPECTED"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS EXPECTED-FILE-STATUS.
SELECT RECON-REPORT-FILE ASSIGN TO DYNAMIC RECNPRT-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS REPORT-FILE-STATUS.
DATA DIVISION.
  05 VD-ACTUAL PIC X(19).
  05 FILLER PIC X.
  05 VD-VERDICT PIC X(4).
  05 FILLER PIC X.
  05 VD-PROGRAM-NAME PIC X(14).
  05 FILLER PIC X.
  05 VD-RUN-ID PIC X(21).
FD EXPECTED-RESULTS-FILE.
01 EXPECTED-RESULT-RECORD.
  05 EXP-FAC PIC 9999.
  05 RUN-OUT-OF-BALANCE-SWITCH PIC X VALUE "N".
    88 RUN-OUT-OF-BALANCE VALUE "Y".
  05 RECON-RUN-DATE PIC X(21) VALUE SPACES.
*> a DRILL card balances the drill job's own files instead of the
*> production window; EXPECTED is shared, it is only read.
01 RECON-CARD.
  05 CARD-RUN-KIND PIC X(5).
    88 CARD-DRILL-RUN VALUE "DRILL".
01 RECON-FILE-NAMES.
  05 FACOUT-FILE-NAME PIC X(20) VALUE "FACOUT".
  05 RUNLOG-FILE-NAME PIC X(20) VALUE "RUNLOG".
  05 VERDICT-FILE-NAME PIC X(20) VALUE "VERDICTS".
  05 RECNPRT-FILE-NAME PIC X(20) VALUE "RECNPRT".
01 RECON-TOTALS.
  05 FACOUT-RECORD-COUNT PIC 9(9) VALUE ZERO.
  05 FACOUT-COMPUTED-COUNT PIC 9(9) VALUE ZERO.
  05 FACOUT-INVALID-COUNT PIC 9(9) VALUE ZERO.
  05 FACOUT-OVERFLOW-COUNT PIC 9(9) VALUE ZERO.
  05 FACOUT-UNBUCKETED-COUNT PIC 9(9) VALUE ZERO.
  05 FACOUT-BEFORE-WINDOW-COUNT PIC 9(9) VALUE ZERO.
  05 RUNLOG-FIELD-WORK PIC 9(9) VALUE ZERO.
*> one row per RUNLOG run: its window (start/end timestamps), what
*> the run claimed, and what FACOUT actually holds for that window -
    10 RB-FACOUT-INVALID PIC 9(9).
01 RUN-BALANCE-WORK-FIELDS.
  05 RUN-BAL-SUB PIC 99 VALUE ZERO.
  05 VERDICT-WINDOW-FIRST-RUN PIC 99 VALUE 99.
  05 VERDICT-RUN-STAMP PIC X(16) VALUE SPACES.
  05 RUN-SHIFT-SUB PIC 99 VALUE ZERO.
  05 RUN-MATCHED-SWITCH PIC X VALUE "N".
    88 RUN-MATCHED VALUE "Y".
*> per-FAC tallies tie FACOUT to VERDICTS: a computed result for a
*> FAC with an EXPECTED entry must have produced a verdict line.
*> FACOUT accumulates night over night but VERDICTS is archived and
*> reset every night, so only the results of the runs VERDICTS still
*> covers are judged - from the run that wrote its oldest TESTPROG
*> line onward, or the newest run when it holds none.
01 PER-FAC-TABLES.
  05 FAC-TALLY-ENTRY OCCURS 21 TIMES.
    10 FT-EXPECTED-PRESENT PIC X.
*> FACOUT record, the status-code mix agrees with the RUNLOG
*> statistics, and every computed result for a FAC with an EXPECTED
*> entry produced a VERDICTS line.  RC 8 plus a difference report
*> when it does not; RC 12 when RECNPRT cannot be written at all.
*> Run it after TESTPROG - the suite runs it whenever TESTPROG ran.
0000-MAINLINE.
MOVE FUNCTION CURRENT-DATE TO RECON-RUN-DATE.
MOVE SPACES TO RECON-CARD.
ACCEPT RECON-CARD.
IF CARD-DRILL-RUN THEN
  MOVE "DRILL.FACOUT" TO FACOUT-FILE-NAME
  MOVE "DRILL.RUNLOG" TO RUNLOG-FILE-NAME
  MOVE "DRILL.VERDICTS" TO VERDICT-FILE-NAME
  MOVE "DRILL.RECNPRT" TO RECNPRT-FILE-NAME
  DISPLAY "FACRECON: BALANCING THE DRILL FILES"
END-IF.
OPEN OUTPUT RECON-REPORT-FILE.
IF REPORT-FILE-STATUS NOT = "00" THEN
  DISPLAY "FACRECON: CANNOT OPEN RECNPRT - STATUS " REPORT-FILE-STATUS
  MOVE 12 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE RECON-RUN-DATE TO RHL-RUN-DATE.
PERFORM 1000-CLEAR-FAC-TABLES.
PERFORM 1100-LOAD-EXPECTED-PRESENCE.
PERFORM 3000-TALLY-RUNLOG.
PERFORM 4000-TALLY-VERDICTS.
PERFORM 2000-TALLY-FACOUT.
PERFORM 5000-JUDGE-THE-BALANCE.
CLOSE RECON-REPORT-FILE.
IF RUN-OUT-OF-BALANCE THEN
    EVALUATE FR-STATUS-CODE
      WHEN "C"
        ADD 1 TO FACOUT-COMPUTED-COUNT
        IF RUN-MATCHED AND RUN-BAL-SUB >= VERDICT-WINDOW-FIRST-RUN THEN
          PERFORM 2300-TALLY-ONE-COMPUTED-FAC
        ELSE
          ADD 1 TO FACOUT-BEFORE-WINDOW-COUNT
        END-IF
      WHEN "I"
        ADD 1 TO FACOUT-INVALID-COUNT
  ADD 1 TO RUN-BAL-SUB
END-IF.

2300-TALLY-ONE-COMPUTED-FAC.
IF FR-FAC-INPUT IS NUMERIC THEN
  MOVE FR-FAC-INPUT TO FAC-VALUE-WORK
  IF FAC-VALUE-WORK <= 20 THEN
    ADD 1 TO FT-COMPUTED-COUNT (FAC-VALUE-WORK + 1)
  END-IF
END-IF.

*> only the run records count; the per-batch breakdown records carry
*> " BATCH " where a run record carries the end timestamp.
3000-TALLY-RUNLOG.
  PERFORM 4100-TALLY-ONE-VERDICT UNTIL END-OF-INPUT
  CLOSE VERDICT-FILE
END-IF.
IF VERDICT-WINDOW-FIRST-RUN > RUN-BALANCE-COUNT THEN
  MOVE RUN-BALANCE-COUNT TO VERDICT-WINDOW-FIRST-RUN
END-IF.

*> only TESTPROG's own lines are counted - FACOUT is TESTPROG's - and
*> each one places the run it was written in, by its run id, inside
*> that run's RUNLOG window.  The drill's run ids carry "DRILL" in
*> place of the GMT offset, so only the date and time are compared.
4100-TALLY-ONE-VERDICT.
READ VERDICT-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    IF VD-PROGRAM-NAME = "TESTPROG" THEN
      PERFORM 4120-PLACE-VERDICT-RUN
      MOVE VD-TEST-CASE-NAME (1:30) TO VERDICT-NAME-WORK
      MOVE "N" TO NAME-MATCHED-SWITCH
      MOVE 1 TO NAME-MATCH-SUB
      PERFORM 4110-MATCH-ONE-NAME
        UNTIL NAME-MATCHED OR NAME-MATCH-SUB > 21
      IF NAME-MATCHED THEN
        ADD 1 TO FT-VERDICT-COUNT (NAME-MATCH-SUB)
      END-IF
    END-IF
END-READ.

  ADD 1 TO NAME-MATCH-SUB
END-IF.

4120-PLACE-VERDICT-RUN.
MOVE VD-RUN-ID (1:16) TO VERDICT-RUN-STAMP.
MOVE 1 TO RUN-BAL-SUB.
PERFORM 4130-CHECK-ONE-VERDICT-RUN
  UNTIL RUN-BAL-SUB > RUN-BALANCE-COUNT
     OR RUN-BAL-SUB >= VERDICT-WINDOW-FIRST-RUN.

4130-CHECK-ONE-VERDICT-RUN.
IF VERDICT-RUN-STAMP >= RB-START-TIMESTAMP (RUN-BAL-SUB) (1:16)
   AND VERDICT-RUN-STAMP <= RB-END-TIMESTAMP (RUN-BAL-SUB) (1:16) THEN
  MOVE RUN-BAL-SUB TO VERDICT-WINDOW-FIRST-RUN
ELSE
  ADD 1 TO RUN-BAL-SUB
END-IF.

5000-JUDGE-THE-BALANCE.
MOVE 1 TO RUN-BAL-SUB.
PERFORM 5050-JUDGE-ONE-RUN UNTIL RUN-BAL-SUB > RUN-BALANCE-COUNT.
  MOVE "INFO ONLY" TO BDL-VERDICT
  WRITE RECON-REPORT-LINE FROM BALANCE-DETAIL-LINE
END-IF.
IF FACOUT-BEFORE-WINDOW-COUNT > 0 THEN
  MOVE "RESULTS BEFORE THE VERDICTS WINDOW"
    TO BDL-ITEM-TEXT
  MOVE FACOUT-BEFORE-WINDOW-COUNT TO BDL-LEFT-COUNT
  MOVE ZERO TO BDL-RIGHT-COUNT
  MOVE "INFO ONLY" TO BDL-VERDICT
  WRITE RECON-REPORT-LINE FROM BALANCE-DETAIL-LINE
END-IF.
WRITE RECON-REPORT-LINE FROM BLANK-PRINT-LINE.
MOVE "FACOUT C/I/O SPLIT VS FACOUT TOTAL"
  TO BDL-ITEM-TEXT.
END-IF.
WRITE RECON-REPORT-LINE FROM BALANCE-DETAIL-LINE.

*> a run cut off before writing its RUNLOG record leaves verdicts
*> whose results no window claims, so extra verdict lines are
*> tolerated; fewer verdicts than computed results for a FAC with an
*> EXPECTED entry means results went unchecked.
5200-JUDGE-ONE-FAC.
IF FT-EXPECTED-PRESENT (FAC-TALLY-SUB) = "Y"
   AND FT-COMPUTED-COUNT (FAC-TALLY-SUB) > 0 THEN
