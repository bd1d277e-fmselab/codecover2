IDENTIFICATION DIVISION.
PROGRAM-ID. LEDGBAL.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDG"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS LEDGER-FILE-STATUS.
SELECT BALANCE-REPORT-FILE ASSIGN TO "LEDGRPT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS REPORT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD RUN-LEDGER-FILE.
COPY LEDGREC.
FD BALANCE-REPORT-FILE.
01 BALANCE-REPORT-LINE PIC X(132).
WORKING-STORAGE SECTION.
*> SYSIN: how many days back the job's runs are listed and its
*> hand-offs judged (3 digits, default 1 - last night's job, which
*> may have started the day before it ended).
01 BALANCE-CARD.
  05 CARD-LISTING-DAYS PIC X(3).
01 BALANCE-CONTROL-FIELDS.
  05 LEDGER-FILE-STATUS PIC XX VALUE SPACES.
  05 REPORT-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-LEDGER-SWITCH PIC X VALUE "N".
    88 END-OF-LEDGER VALUE "Y".
  05 OUT-OF-BALANCE-SWITCH PIC X VALUE "N".
    88 JOB-OUT-OF-BALANCE VALUE "Y".
  05 BALANCE-WARNED-SWITCH PIC X VALUE "N".
    88 BALANCE-WARNED VALUE "Y".
  05 REPORT-RUN-DATE PIC X(21) VALUE SPACES.
  05 TODAY-DATE PIC 9(8) VALUE ZERO.
  05 LISTING-DAYS PIC 999 VALUE ZERO.
  05 CUTOFF-INTEGER PIC 9(9) VALUE ZERO.
  05 CUTOFF-DATE-NUMERIC PIC 9(8) VALUE ZERO.
  05 CUTOFF-DATE PIC X(8) VALUE SPACES.
01 BALANCE-TOTALS.
  05 LEDGER-RECORDS-READ PIC 9(9) VALUE ZERO.
  05 LEDGER-RECORDS-LISTED PIC 9(9) VALUE ZERO.
  05 LEDGER-RECORDS-UNREADABLE PIC 9(9) VALUE ZERO.
  05 CHECKS-IN-BALANCE PIC 9(5) VALUE ZERO.
  05 CHECKS-EXPLAINED PIC 9(5) VALUE ZERO.
  05 CHECKS-OUT-OF-BALANCE PIC 9(5) VALUE ZERO.
  05 CHECKS-PRIOR PIC 9(5) VALUE ZERO.
  05 HAND-OFFS-AWAITING PIC 9(5) VALUE ZERO.
*> the TRANSIN chain.  Each hand-off waits here from the record of
*> the step that made it until the record of the step that takes it
*> - TRANSNEW as TRANSRCY wrote it, TRANSIN as INTAKE left it (what
*> it held plus what it added), TRANSIN as TRANSVAL read it, and the
*> TRANSERR rejects TESTPROG has written since TRANSRCY last
*> consumed the file.  A fresh TRANSNEW, INTAKE or TRANSVAL run
*> replaces what its own earlier run left waiting.
01 TRANSIN-HANDOFF-FIELDS.
  05 NEW-BATCH-WAITING-SWITCH PIC X VALUE "N".
    88 NEW-BATCH-WAITING VALUE "Y".
  05 NEW-BATCH-RUN-ID PIC X(21) VALUE SPACES.
  05 NEW-BATCH-RECORD-COUNT PIC 9(13) VALUE ZERO.
  05 INTAKE-FEED-WAITING-SWITCH PIC X VALUE "N".
    88 INTAKE-FEED-WAITING VALUE "Y".
  05 INTAKE-FEED-RUN-ID PIC X(21) VALUE SPACES.
  05 INTAKE-FEED-RECORD-COUNT PIC 9(13) VALUE ZERO.
  05 EDITED-FEED-WAITING-SWITCH PIC X VALUE "N".
    88 EDITED-FEED-WAITING VALUE "Y".
  05 EDITED-FEED-RUN-ID PIC X(21) VALUE SPACES.
  05 EDITED-FEED-RECORD-COUNT PIC 9(13) VALUE ZERO.
  05 REJECTS-WAITING-SWITCH PIC X VALUE "N".
    88 REJECTS-WAITING VALUE "Y".
  05 REJECTS-RUN-ID PIC X(21) VALUE SPACES.
  05 REJECTS-RECORD-COUNT PIC 9(13) VALUE ZERO.
*> one entry per coverage log an instrumented program has written,
*> holding the blocks logged since CLFMERGE last took the log in
*> cleanly.  A quarantined log stays on disk untruncated, so its
*> blocks go on waiting and are checked again at the next merge.
01 COVERAGE-LOG-TABLE.
  05 COVERAGE-LOG-COUNT PIC 99 VALUE ZERO.
  05 COVERAGE-LOG-ENTRY OCCURS 20 TIMES.
    10 CL-FILE-NAME PIC X(18).
    10 CL-PROGRAM-NAME PIC X(14).
    10 CL-LAST-RUN-ID PIC X(21).
    10 CL-RUNS-LOGGED PIC 9(5).
    10 CL-BLOCKS-LOGGED PIC 9(13).
  05 COVERAGE-LOG-SUB PIC 99 VALUE ZERO.
  05 COVERAGE-LOG-FOUND-SWITCH PIC X VALUE "N".
    88 COVERAGE-LOG-FOUND VALUE "Y".
  05 CLF-NAME-TALLY PIC 99 VALUE ZERO.
  05 MERGE-TRAILER-BLOCKS PIC 9(13) VALUE ZERO.
  05 MERGE-FIRST-LOG-RUN-ID PIC X(21) VALUE SPACES.
*> the latest result of every hand-off checked - a later check of the
*> same hand-off replaces the earlier one.
01 HAND-OFF-RESULT-TABLE.
  05 HAND-OFF-RESULT-COUNT PIC 99 VALUE ZERO.
  05 HAND-OFF-RESULT-ENTRY OCCURS 30 TIMES.
    10 HR-CHECK-NAME PIC X(34).
    10 HR-FROM-RUN-ID PIC X(21).
    10 HR-TO-RUN-ID PIC X(21).
    10 HR-HANDED-ON PIC 9(13).
    10 HR-RECEIVED PIC 9(13).
    10 HR-VERDICT PIC X(11).
  05 HAND-OFF-RESULT-SUB PIC 99 VALUE ZERO.
  05 HAND-OFF-FOUND-SWITCH PIC X VALUE "N".
    88 HAND-OFF-FOUND VALUE "Y".
01 CHECK-WORK-FIELDS.
  05 CHECK-NAME PIC X(34) VALUE SPACES.
  05 CHECK-FROM-RUN-ID PIC X(21) VALUE SPACES.
  05 CHECK-TO-RUN-ID PIC X(21) VALUE SPACES.
  05 CHECK-HANDED-ON PIC 9(13) VALUE ZERO.
  05 CHECK-RECEIVED PIC 9(13) VALUE ZERO.
  05 CHECK-VERDICT PIC X(11) VALUE SPACES.
01 REPORT-PRINT-LINES.
  05 REPORT-HEADER-LINE.
    10 FILLER PIC X(34) VALUE "LEDGBAL - RUN LEDGER BALANCING".
    10 FILLER PIC X(10) VALUE "RUN DATE: ".
    10 RHL-RUN-DATE PIC X(21).
  05 REPORT-RULE-LINE PIC X(132) VALUE ALL "=".
  05 SELECTION-LINE.
    10 FILLER PIC X(17) VALUE "RUNS ENDED SINCE ".
    10 SL-CUTOFF-DATE PIC X(8).
    10 FILLER PIC X(2) VALUE " (".
    10 SL-LISTING-DAYS PIC ZZ9.
    10 FILLER PIC X(6) VALUE " DAYS)".
  05 RUN-HEADING-LINE.
    10 FILLER PIC X(50)
        VALUE "PROGRAM        RUN ID                END OF RUN   ".
    10 FILLER PIC X(50)
        VALUE "         RC FILE                    READ   WRITTEN".
    10 FILLER PIC X(24) VALUE "  REJECTED CONTROL TOTAL".
  05 RUN-DETAIL-LINE.
    10 RDL-PROGRAM-NAME PIC X(14).
    10 FILLER PIC X VALUE SPACE.
    10 RDL-RUN-ID PIC X(21).
    10 FILLER PIC X VALUE SPACE.
    10 RDL-END-TIMESTAMP PIC X(21).
    10 FILLER PIC X VALUE SPACE.
    10 RDL-RETURN-CODE PIC Z9.
    10 FILLER PIC X VALUE SPACE.
    10 RDL-FILE-NAME PIC X(18).
    10 FILLER PIC X VALUE SPACE.
    10 RDL-RECORDS-READ PIC ZZZZZZZZ9.
    10 FILLER PIC X VALUE SPACE.
    10 RDL-RECORDS-WRITTEN PIC ZZZZZZZZ9.
    10 FILLER PIC X VALUE SPACE.
    10 RDL-RECORDS-REJECTED PIC ZZZZZZZZ9.
    10 FILLER PIC X VALUE SPACE.
    10 RDL-CONTROL-TOTAL PIC ZZZZZZZZZZZZ9.
  05 HAND-OFF-TITLE-LINE PIC X(40)
      VALUE "HAND-OFFS - LATEST CHECK OF EACH".
  05 HAND-OFF-HEADING-LINE.
    10 FILLER PIC X(50)
        VALUE "CHECK                              FROM RUN       ".
    10 FILLER PIC X(50)
        VALUE "       TO RUN                    HANDED ON      RE".
    10 FILLER PIC X(15) VALUE "CEIVED  VERDICT".
  05 HAND-OFF-DETAIL-LINE.
    10 HDL-CHECK-NAME PIC X(34).
    10 FILLER PIC X VALUE SPACE.
    10 HDL-FROM-RUN-ID PIC X(21).
    10 FILLER PIC X VALUE SPACE.
    10 HDL-TO-RUN-ID PIC X(21).
    10 FILLER PIC X VALUE SPACE.
    10 HDL-HANDED-ON PIC ZZZZZZZZZZZZ9.
    10 FILLER PIC X VALUE SPACE.
    10 HDL-RECEIVED PIC ZZZZZZZZZZZZ9.
    10 FILLER PIC XX VALUE SPACES.
    10 HDL-VERDICT PIC X(11).
    10 FILLER PIC X VALUE SPACE.
    10 HDL-PRIOR-NOTE PIC X(12).
  05 AWAITING-TITLE-LINE PIC X(40)
      VALUE "HANDED ON, NOT YET RECEIVED".
  05 AWAITING-DETAIL-LINE.
    10 ADL-CHECK-NAME PIC X(34).
    10 FILLER PIC X VALUE SPACE.
    10 ADL-FROM-RUN-ID PIC X(21).
    10 FILLER PIC X(23) VALUE SPACES.
    10 ADL-HANDED-ON PIC ZZZZZZZZZZZZ9.
  05 MESSAGE-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 ML-MESSAGE-TEXT PIC X(100).
  05 TOTAL-LINE.
    10 FILLER PIC X(14) VALUE "IN BALANCE:   ".
    10 TL-IN-BALANCE PIC ZZZZ9.
    10 FILLER PIC X(17) VALUE "   WINDOW CUT:   ".
    10 TL-EXPLAINED PIC ZZZZ9.
    10 FILLER PIC X(21) VALUE "   OUT OF BALANCE:   ".
    10 TL-OUT-OF-BALANCE PIC ZZZZ9.
    10 FILLER PIC X(12) VALUE "   PRIOR:   ".
    10 TL-PRIOR PIC ZZZZ9.
    10 FILLER PIC X(15) VALUE "   AWAITING:   ".
    10 TL-AWAITING PIC ZZZZ9.
  05 BLANK-PRINT-LINE PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
*> the job-level balance built from the shared run ledger every
*> program writes at the end of its run.  Lists each run that ended
*> in the selected days with what it read, wrote and rejected per
*> file, then proves each step handed on what the next step
*> received, reading the ledger in the order the runs ended:
*>   TRANSRCY TRANSNEW written  - INTAKE (or TRANSVAL) TRANSIN read
*>   INTAKE TRANSIN read+written - TRANSVAL TRANSIN read
*>   TRANSVAL TRANSIN read      - TESTPROG TRANSIN read
*>   TESTPROG TRANSERR written  - TRANSRCY TRANSERR read
*>   a program's coverage-log blocks - CLFMERGE's trailer blocks
*>                                for that log
*>   the trailer blocks of the logs CLFMERGE took in - the blocks
*>                                it copied into coverage.clf
*> A TESTPROG run cut off by its window (RC 2) reads short of the
*> feed by design and is shown as WINDOW CUT, not as a break; a
*> quarantined coverage log did not reach coverage.clf and is out of
*> balance.  Only hand-offs received inside the selected days are
*> judged; older ones are shown as PRIOR.  RC 8 when a hand-off is
*> out of balance or RUNLEDG or the report cannot be opened, RC 4
*> when CLFMERGE received a log no ledgered run wrote or a ledger
*> record could not be read, RC 0 otherwise.
0000-MAINLINE.
MOVE SPACES TO BALANCE-CARD.
ACCEPT BALANCE-CARD.
MOVE FUNCTION CURRENT-DATE TO REPORT-RUN-DATE.
MOVE REPORT-RUN-DATE (1:8) TO TODAY-DATE.
IF CARD-LISTING-DAYS IS NUMERIC AND CARD-LISTING-DAYS > "000" THEN
  MOVE CARD-LISTING-DAYS TO LISTING-DAYS
ELSE
  MOVE 1 TO LISTING-DAYS
END-IF.
COMPUTE CUTOFF-INTEGER
  = FUNCTION INTEGER-OF-DATE (TODAY-DATE) - LISTING-DAYS.
COMPUTE CUTOFF-DATE-NUMERIC = FUNCTION DATE-OF-INTEGER (CUTOFF-INTEGER).
MOVE CUTOFF-DATE-NUMERIC TO CUTOFF-DATE.
OPEN INPUT RUN-LEDGER-FILE.
IF LEDGER-FILE-STATUS NOT = "00" THEN
  DISPLAY "LEDGBAL: RUNLEDG NOT AVAILABLE - STATUS " LEDGER-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
OPEN OUTPUT BALANCE-REPORT-FILE.
IF REPORT-FILE-STATUS NOT = "00" THEN
  DISPLAY "LEDGBAL: CANNOT OPEN LEDGRPT - STATUS " REPORT-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE REPORT-RUN-DATE TO RHL-RUN-DATE.
WRITE BALANCE-REPORT-LINE FROM REPORT-HEADER-LINE.
WRITE BALANCE-REPORT-LINE FROM REPORT-RULE-LINE.
MOVE CUTOFF-DATE TO SL-CUTOFF-DATE.
MOVE LISTING-DAYS TO SL-LISTING-DAYS.
WRITE BALANCE-REPORT-LINE FROM SELECTION-LINE.
WRITE BALANCE-REPORT-LINE FROM BLANK-PRINT-LINE.
WRITE BALANCE-REPORT-LINE FROM RUN-HEADING-LINE.
PERFORM 1000-READ-ONE-LEDGER-RECORD UNTIL END-OF-LEDGER.
CLOSE RUN-LEDGER-FILE.
IF LEDGER-RECORDS-LISTED = 0 THEN
  MOVE "NO RUN ENDED IN THE SELECTED DAYS" TO ML-MESSAGE-TEXT
  WRITE BALANCE-REPORT-LINE FROM MESSAGE-LINE
END-IF.
PERFORM 4000-PRINT-HAND-OFFS.
PERFORM 4200-PRINT-AWAITING.
PERFORM 4300-PRINT-TOTALS.
CLOSE BALANCE-REPORT-FILE.
DISPLAY "LEDGBAL: " LEDGER-RECORDS-READ " LEDGER RECORDS, "
  CHECKS-IN-BALANCE " IN BALANCE, " CHECKS-OUT-OF-BALANCE
  " OUT OF BALANCE".
EVALUATE TRUE
  WHEN JOB-OUT-OF-BALANCE
    DISPLAY "LEDGBAL: JOB DOES NOT BALANCE - SEE LEDGRPT"
    MOVE 8 TO RETURN-CODE
  WHEN BALANCE-WARNED
    MOVE 4 TO RETURN-CODE
  WHEN OTHER
    MOVE 0 TO RETURN-CODE
END-EVALUATE.
STOP RUN.

1000-READ-ONE-LEDGER-RECORD.
READ RUN-LEDGER-FILE
  AT END
    SET END-OF-LEDGER TO TRUE
  NOT AT END
    ADD 1 TO LEDGER-RECORDS-READ
    IF LR-RETURN-CODE IS NUMERIC
       AND LR-RECORDS-READ IS NUMERIC
       AND LR-RECORDS-WRITTEN IS NUMERIC
       AND LR-RECORDS-REJECTED IS NUMERIC
       AND LR-CONTROL-TOTAL IS NUMERIC THEN
      PERFORM 1100-LIST-ONE-LEDGER-RECORD
      PERFORM 2000-TRACK-HAND-OFFS
    ELSE
      ADD 1 TO LEDGER-RECORDS-UNREADABLE
      SET BALANCE-WARNED TO TRUE
      DISPLAY "LEDGBAL: RUNLEDG RECORD " LEDGER-RECORDS-READ
        " UNREADABLE - SKIPPED"
    END-IF
END-READ.

1100-LIST-ONE-LEDGER-RECORD.
IF LR-END-TIMESTAMP (1:8) >= CUTOFF-DATE THEN
  MOVE LR-PROGRAM-NAME TO RDL-PROGRAM-NAME
  MOVE LR-RUN-ID TO RDL-RUN-ID
  MOVE LR-END-TIMESTAMP TO RDL-END-TIMESTAMP
  MOVE LR-RETURN-CODE TO RDL-RETURN-CODE
  MOVE LR-FILE-NAME TO RDL-FILE-NAME
  MOVE LR-RECORDS-READ TO RDL-RECORDS-READ
  MOVE LR-RECORDS-WRITTEN TO RDL-RECORDS-WRITTEN
  MOVE LR-RECORDS-REJECTED TO RDL-RECORDS-REJECTED
  MOVE LR-CONTROL-TOTAL TO RDL-CONTROL-TOTAL
  WRITE BALANCE-REPORT-LINE FROM RUN-DETAIL-LINE
  ADD 1 TO LEDGER-RECORDS-LISTED
END-IF.

*> which hand-off, if any, this ledger record makes or takes.
2000-TRACK-HAND-OFFS.
MOVE ZERO TO CLF-NAME-TALLY.
INSPECT LR-FILE-NAME TALLYING CLF-NAME-TALLY FOR ALL ".clf".
EVALUATE TRUE
  WHEN LR-PROGRAM-NAME = "TRANSRCY" AND LR-FILE-NAME = "TRANSNEW"
    PERFORM 2100-RECYCLED-BATCH-WRITTEN
  WHEN LR-PROGRAM-NAME = "TRANSRCY" AND LR-FILE-NAME = "TRANSERR"
    PERFORM 2600-REJECTS-RECYCLED
  WHEN LR-PROGRAM-NAME = "INTAKE" AND LR-FILE-NAME = "TRANSIN"
    PERFORM 2200-INTAKE-FEED-WRITTEN
  WHEN LR-PROGRAM-NAME = "TRANSVAL" AND LR-FILE-NAME = "TRANSIN"
    PERFORM 2300-EDITED-FEED-READ
  WHEN LR-PROGRAM-NAME = "TESTPROG" AND LR-FILE-NAME = "TRANSIN"
    PERFORM 2400-TESTPROG-FEED-READ
  WHEN LR-PROGRAM-NAME = "TESTPROG" AND LR-FILE-NAME = "TRANSERR"
    PERFORM 2500-REJECTS-WRITTEN
  WHEN LR-PROGRAM-NAME = "CLFMERGE" AND LR-FILE-NAME = "coverage.clf"
    PERFORM 2900-COVERAGE-FILE-BUILT
  WHEN LR-PROGRAM-NAME = "CLFMERGE" AND CLF-NAME-TALLY > 0
     AND LR-RECORDS-READ > 0
    PERFORM 2800-COVERAGE-LOG-MERGED
  WHEN LR-PROGRAM-NAME NOT = "CLFMERGE" AND CLF-NAME-TALLY > 0
     AND LR-RECORDS-WRITTEN > 0
    PERFORM 2700-COVERAGE-LOG-WRITTEN
  WHEN OTHER
    CONTINUE
END-EVALUATE.

2100-RECYCLED-BATCH-WRITTEN.
SET NEW-BATCH-WAITING TO TRUE.
MOVE LR-RUN-ID TO NEW-BATCH-RUN-ID.
MOVE LR-RECORDS-WRITTEN TO NEW-BATCH-RECORD-COUNT.

*> INTAKE takes a staged TRANSNEW as the TRANSIN it appends to, and
*> hands on everything TRANSIN then holds.
2200-INTAKE-FEED-WRITTEN.
IF NEW-BATCH-WAITING THEN
  MOVE "TRANSRCY TRANSNEW > INTAKE" TO CHECK-NAME
  MOVE NEW-BATCH-RUN-ID TO CHECK-FROM-RUN-ID
  MOVE NEW-BATCH-RECORD-COUNT TO CHECK-HANDED-ON
  MOVE LR-RECORDS-READ TO CHECK-RECEIVED
  MOVE SPACES TO CHECK-VERDICT
  PERFORM 3000-RECORD-ONE-CHECK
  MOVE "N" TO NEW-BATCH-WAITING-SWITCH
END-IF.
SET INTAKE-FEED-WAITING TO TRUE.
MOVE LR-RUN-ID TO INTAKE-FEED-RUN-ID.
COMPUTE INTAKE-FEED-RECORD-COUNT = LR-RECORDS-READ
  + LR-RECORDS-WRITTEN.

*> TRANSVAL edits whatever TRANSIN the step before left: INTAKE's if
*> it ran, otherwise a TRANSNEW staged as TRANSIN directly.
2300-EDITED-FEED-READ.
EVALUATE TRUE
  WHEN INTAKE-FEED-WAITING
    MOVE "INTAKE TRANSIN > TRANSVAL" TO CHECK-NAME
    MOVE INTAKE-FEED-RUN-ID TO CHECK-FROM-RUN-ID
    MOVE INTAKE-FEED-RECORD-COUNT TO CHECK-HANDED-ON
    MOVE LR-RECORDS-READ TO CHECK-RECEIVED
    MOVE SPACES TO CHECK-VERDICT
    PERFORM 3000-RECORD-ONE-CHECK
    MOVE "N" TO INTAKE-FEED-WAITING-SWITCH
  WHEN NEW-BATCH-WAITING
    MOVE "TRANSRCY TRANSNEW > TRANSVAL" TO CHECK-NAME
    MOVE NEW-BATCH-RUN-ID TO CHECK-FROM-RUN-ID
    MOVE NEW-BATCH-RECORD-COUNT TO CHECK-HANDED-ON
    MOVE LR-RECORDS-READ TO CHECK-RECEIVED
    MOVE SPACES TO CHECK-VERDICT
    PERFORM 3000-RECORD-ONE-CHECK
    MOVE "N" TO NEW-BATCH-WAITING-SWITCH
  WHEN OTHER
    CONTINUE
END-EVALUATE.
SET EDITED-FEED-WAITING TO TRUE.
MOVE LR-RUN-ID TO EDITED-FEED-RUN-ID.
MOVE LR-RECORDS-READ TO EDITED-FEED-RECORD-COUNT.

2400-TESTPROG-FEED-READ.
IF EDITED-FEED-WAITING THEN
  MOVE "TRANSVAL TRANSIN > TESTPROG" TO CHECK-NAME
  MOVE EDITED-FEED-RUN-ID TO CHECK-FROM-RUN-ID
  MOVE EDITED-FEED-RECORD-COUNT TO CHECK-HANDED-ON
  MOVE LR-RECORDS-READ TO CHECK-RECEIVED
  MOVE SPACES TO CHECK-VERDICT
  IF LR-RETURN-CODE = 2
     AND LR-RECORDS-READ < EDITED-FEED-RECORD-COUNT THEN
    MOVE "WINDOW CUT" TO CHECK-VERDICT
  END-IF
  PERFORM 3000-RECORD-ONE-CHECK
  MOVE "N" TO EDITED-FEED-WAITING-SWITCH
END-IF.

*> TRANSERR accumulates run after run until TRANSRCY consumes it.
2500-REJECTS-WRITTEN.
IF NOT REJECTS-WAITING THEN
  SET REJECTS-WAITING TO TRUE
  MOVE ZERO TO REJECTS-RECORD-COUNT
END-IF.
MOVE LR-RUN-ID TO REJECTS-RUN-ID.
ADD LR-RECORDS-WRITTEN TO REJECTS-RECORD-COUNT.

2600-REJECTS-RECYCLED.
IF REJECTS-WAITING THEN
  MOVE "TESTPROG TRANSERR > TRANSRCY" TO CHECK-NAME
  MOVE REJECTS-RUN-ID TO CHECK-FROM-RUN-ID
  MOVE REJECTS-RECORD-COUNT TO CHECK-HANDED-ON
  MOVE LR-RECORDS-READ TO CHECK-RECEIVED
  MOVE SPACES TO CHECK-VERDICT
  PERFORM 3000-RECORD-ONE-CHECK
  MOVE "N" TO REJECTS-WAITING-SWITCH
END-IF.

2700-COVERAGE-LOG-WRITTEN.
PERFORM 2710-FIND-COVERAGE-LOG.
IF NOT COVERAGE-LOG-FOUND AND COVERAGE-LOG-COUNT < 20 THEN
  ADD 1 TO COVERAGE-LOG-COUNT
  MOVE COVERAGE-LOG-COUNT TO COVERAGE-LOG-SUB
  MOVE LR-FILE-NAME TO CL-FILE-NAME (COVERAGE-LOG-SUB)
  MOVE ZERO TO CL-RUNS-LOGGED (COVERAGE-LOG-SUB)
  MOVE ZERO TO CL-BLOCKS-LOGGED (COVERAGE-LOG-SUB)
  SET COVERAGE-LOG-FOUND TO TRUE
END-IF.
IF COVERAGE-LOG-FOUND THEN
  MOVE LR-PROGRAM-NAME TO CL-PROGRAM-NAME (COVERAGE-LOG-SUB)
  MOVE LR-RUN-ID TO CL-LAST-RUN-ID (COVERAGE-LOG-SUB)
  ADD 1 TO CL-RUNS-LOGGED (COVERAGE-LOG-SUB)
  ADD LR-CONTROL-TOTAL TO CL-BLOCKS-LOGGED (COVERAGE-LOG-SUB)
END-IF.

2710-FIND-COVERAGE-LOG.
MOVE "N" TO COVERAGE-LOG-FOUND-SWITCH.
MOVE 1 TO COVERAGE-LOG-SUB.
PERFORM 2711-CHECK-ONE-COVERAGE-LOG
  UNTIL COVERAGE-LOG-FOUND OR COVERAGE-LOG-SUB > COVERAGE-LOG-COUNT.

2711-CHECK-ONE-COVERAGE-LOG.
IF CL-FILE-NAME (COVERAGE-LOG-SUB) = LR-FILE-NAME THEN
  SET COVERAGE-LOG-FOUND TO TRUE
ELSE
  ADD 1 TO COVERAGE-LOG-SUB
END-IF.

*> the blocks the log's run trailers declared when CLFMERGE took it
*> in, against the blocks its program logged since the last clean
*> merge.  A clean log's trailer blocks count toward what CLFMERGE
*> should have copied into coverage.clf.
2800-COVERAGE-LOG-MERGED.
PERFORM 2710-FIND-COVERAGE-LOG.
MOVE SPACES TO CHECK-NAME.
STRING LR-FILE-NAME DELIMITED BY SPACE
  " > CLFMERGE" DELIMITED BY SIZE
  INTO CHECK-NAME.
MOVE LR-CONTROL-TOTAL TO CHECK-RECEIVED.
MOVE SPACES TO CHECK-VERDICT.
IF COVERAGE-LOG-FOUND THEN
  MOVE CL-LAST-RUN-ID (COVERAGE-LOG-SUB) TO CHECK-FROM-RUN-ID
  MOVE CL-BLOCKS-LOGGED (COVERAGE-LOG-SUB) TO CHECK-HANDED-ON
ELSE
  MOVE SPACES TO CHECK-FROM-RUN-ID
  MOVE ZERO TO CHECK-HANDED-ON
  MOVE "NO PRODUCER" TO CHECK-VERDICT
END-IF.
IF LR-RECORDS-REJECTED > 0 THEN
  MOVE "QUARANTINED" TO CHECK-VERDICT
END-IF.
PERFORM 3000-RECORD-ONE-CHECK.
IF LR-RECORDS-REJECTED = 0 THEN
  ADD LR-CONTROL-TOTAL TO MERGE-TRAILER-BLOCKS
  IF MERGE-FIRST-LOG-RUN-ID = SPACES THEN
    MOVE LR-RUN-ID TO MERGE-FIRST-LOG-RUN-ID
  END-IF
  IF COVERAGE-LOG-FOUND THEN
    MOVE ZERO TO CL-RUNS-LOGGED (COVERAGE-LOG-SUB)
    MOVE ZERO TO CL-BLOCKS-LOGGED (COVERAGE-LOG-SUB)
  END-IF
END-IF.

2900-COVERAGE-FILE-BUILT.
MOVE "LOG TRAILERS > coverage.clf" TO CHECK-NAME.
MOVE LR-RUN-ID TO CHECK-FROM-RUN-ID.
MOVE MERGE-TRAILER-BLOCKS TO CHECK-HANDED-ON.
MOVE LR-CONTROL-TOTAL TO CHECK-RECEIVED.
MOVE SPACES TO CHECK-VERDICT.
PERFORM 3000-RECORD-ONE-CHECK.
MOVE ZERO TO MERGE-TRAILER-BLOCKS.
MOVE SPACES TO MERGE-FIRST-LOG-RUN-ID.

*> the receiving run is the one on the ledger record in hand.  A
*> verdict already set by the caller stands; otherwise the two
*> counts either agree or do not.
3000-RECORD-ONE-CHECK.
MOVE LR-RUN-ID TO CHECK-TO-RUN-ID.
IF CHECK-VERDICT = SPACES THEN
  IF CHECK-HANDED-ON = CHECK-RECEIVED THEN
    MOVE "IN BALANCE" TO CHECK-VERDICT
  ELSE
    MOVE "OUT OF BAL" TO CHECK-VERDICT
  END-IF
END-IF.
MOVE "N" TO HAND-OFF-FOUND-SWITCH.
MOVE 1 TO HAND-OFF-RESULT-SUB.
PERFORM 3010-CHECK-ONE-RESULT
  UNTIL HAND-OFF-FOUND OR HAND-OFF-RESULT-SUB > HAND-OFF-RESULT-COUNT.
IF NOT HAND-OFF-FOUND THEN
  IF HAND-OFF-RESULT-COUNT < 30 THEN
    ADD 1 TO HAND-OFF-RESULT-COUNT
    MOVE HAND-OFF-RESULT-COUNT TO HAND-OFF-RESULT-SUB
    SET HAND-OFF-FOUND TO TRUE
  ELSE
    DISPLAY "LEDGBAL: MORE THAN 30 HAND-OFFS - " CHECK-NAME
      " NOT REPORTED"
  END-IF
END-IF.
IF HAND-OFF-FOUND THEN
  MOVE CHECK-NAME TO HR-CHECK-NAME (HAND-OFF-RESULT-SUB)
  MOVE CHECK-FROM-RUN-ID TO HR-FROM-RUN-ID (HAND-OFF-RESULT-SUB)
  MOVE CHECK-TO-RUN-ID TO HR-TO-RUN-ID (HAND-OFF-RESULT-SUB)
  MOVE CHECK-HANDED-ON TO HR-HANDED-ON (HAND-OFF-RESULT-SUB)
  MOVE CHECK-RECEIVED TO HR-RECEIVED (HAND-OFF-RESULT-SUB)
  MOVE CHECK-VERDICT TO HR-VERDICT (HAND-OFF-RESULT-SUB)
END-IF.

3010-CHECK-ONE-RESULT.
IF HR-CHECK-NAME (HAND-OFF-RESULT-SUB) = CHECK-NAME THEN
  SET HAND-OFF-FOUND TO TRUE
ELSE
  ADD 1 TO HAND-OFF-RESULT-SUB
END-IF.

4000-PRINT-HAND-OFFS.
WRITE BALANCE-REPORT-LINE FROM BLANK-PRINT-LINE.
WRITE BALANCE-REPORT-LINE FROM HAND-OFF-TITLE-LINE.
WRITE BALANCE-REPORT-LINE FROM HAND-OFF-HEADING-LINE.
IF HAND-OFF-RESULT-COUNT = 0 THEN
  MOVE "NO HAND-OFF IS ON THE LEDGER YET" TO ML-MESSAGE-TEXT
  WRITE BALANCE-REPORT-LINE FROM MESSAGE-LINE
END-IF.
MOVE 1 TO HAND-OFF-RESULT-SUB.
PERFORM 4100-PRINT-ONE-HAND-OFF
  UNTIL HAND-OFF-RESULT-SUB > HAND-OFF-RESULT-COUNT.

*> a hand-off received before the selected days is shown for
*> reference but neither counted nor judged.
4100-PRINT-ONE-HAND-OFF.
MOVE HR-CHECK-NAME (HAND-OFF-RESULT-SUB) TO HDL-CHECK-NAME.
MOVE HR-FROM-RUN-ID (HAND-OFF-RESULT-SUB) TO HDL-FROM-RUN-ID.
MOVE HR-TO-RUN-ID (HAND-OFF-RESULT-SUB) TO HDL-TO-RUN-ID.
MOVE HR-HANDED-ON (HAND-OFF-RESULT-SUB) TO HDL-HANDED-ON.
MOVE HR-RECEIVED (HAND-OFF-RESULT-SUB) TO HDL-RECEIVED.
MOVE HR-VERDICT (HAND-OFF-RESULT-SUB) TO HDL-VERDICT.
MOVE SPACES TO HDL-PRIOR-NOTE.
IF HR-TO-RUN-ID (HAND-OFF-RESULT-SUB) (1:8) < CUTOFF-DATE THEN
  MOVE "PRIOR" TO HDL-PRIOR-NOTE
  ADD 1 TO CHECKS-PRIOR
ELSE
  EVALUATE HR-VERDICT (HAND-OFF-RESULT-SUB)
    WHEN "IN BALANCE"
      ADD 1 TO CHECKS-IN-BALANCE
    WHEN "WINDOW CUT"
      ADD 1 TO CHECKS-EXPLAINED
    WHEN "NO PRODUCER"
      SET BALANCE-WARNED TO TRUE
    WHEN OTHER
      ADD 1 TO CHECKS-OUT-OF-BALANCE
      SET JOB-OUT-OF-BALANCE TO TRUE
  END-EVALUATE
END-IF.
WRITE BALANCE-REPORT-LINE FROM HAND-OFF-DETAIL-LINE.
ADD 1 TO HAND-OFF-RESULT-SUB.

*> what was handed on and is still waiting for its next step - a
*> feed TRANSVAL rejected, a log not merged yet.  Not a break.
4200-PRINT-AWAITING.
WRITE BALANCE-REPORT-LINE FROM BLANK-PRINT-LINE.
WRITE BALANCE-REPORT-LINE FROM AWAITING-TITLE-LINE.
IF NEW-BATCH-WAITING THEN
  MOVE "TRANSRCY TRANSNEW" TO ADL-CHECK-NAME
  MOVE NEW-BATCH-RUN-ID TO ADL-FROM-RUN-ID
  MOVE NEW-BATCH-RECORD-COUNT TO ADL-HANDED-ON
  PERFORM 4220-WRITE-AWAITING-LINE
END-IF.
IF INTAKE-FEED-WAITING THEN
  MOVE "INTAKE TRANSIN" TO ADL-CHECK-NAME
  MOVE INTAKE-FEED-RUN-ID TO ADL-FROM-RUN-ID
  MOVE INTAKE-FEED-RECORD-COUNT TO ADL-HANDED-ON
  PERFORM 4220-WRITE-AWAITING-LINE
END-IF.
IF EDITED-FEED-WAITING THEN
  MOVE "TRANSVAL TRANSIN" TO ADL-CHECK-NAME
  MOVE EDITED-FEED-RUN-ID TO ADL-FROM-RUN-ID
  MOVE EDITED-FEED-RECORD-COUNT TO ADL-HANDED-ON
  PERFORM 4220-WRITE-AWAITING-LINE
END-IF.
IF REJECTS-WAITING THEN
  MOVE "TESTPROG TRANSERR" TO ADL-CHECK-NAME
  MOVE REJECTS-RUN-ID TO ADL-FROM-RUN-ID
  MOVE REJECTS-RECORD-COUNT TO ADL-HANDED-ON
  PERFORM 4220-WRITE-AWAITING-LINE
END-IF.
MOVE 1 TO COVERAGE-LOG-SUB.
PERFORM 4210-PRINT-ONE-AWAITING-LOG
  UNTIL COVERAGE-LOG-SUB > COVERAGE-LOG-COUNT.
IF HAND-OFFS-AWAITING = 0 THEN
  MOVE "NOTHING IS WAITING" TO ML-MESSAGE-TEXT
  WRITE BALANCE-REPORT-LINE FROM MESSAGE-LINE
END-IF.

4210-PRINT-ONE-AWAITING-LOG.
IF CL-RUNS-LOGGED (COVERAGE-LOG-SUB) > 0 THEN
  MOVE SPACES TO ADL-CHECK-NAME
  STRING CL-PROGRAM-NAME (COVERAGE-LOG-SUB) DELIMITED BY SPACE
    " " DELIMITED BY SIZE
    CL-FILE-NAME (COVERAGE-LOG-SUB) DELIMITED BY SPACE
    INTO ADL-CHECK-NAME
  MOVE CL-LAST-RUN-ID (COVERAGE-LOG-SUB) TO ADL-FROM-RUN-ID
  MOVE CL-BLOCKS-LOGGED (COVERAGE-LOG-SUB) TO ADL-HANDED-ON
  PERFORM 4220-WRITE-AWAITING-LINE
END-IF.
ADD 1 TO COVERAGE-LOG-SUB.

4220-WRITE-AWAITING-LINE.
WRITE BALANCE-REPORT-LINE FROM AWAITING-DETAIL-LINE.
ADD 1 TO HAND-OFFS-AWAITING.

4300-PRINT-TOTALS.
WRITE BALANCE-REPORT-LINE FROM BLANK-PRINT-LINE.
MOVE CHECKS-IN-BALANCE TO TL-IN-BALANCE.
MOVE CHECKS-EXPLAINED TO TL-EXPLAINED.
MOVE CHECKS-OUT-OF-BALANCE TO TL-OUT-OF-BALANCE.
MOVE CHECKS-PRIOR TO TL-PRIOR.
MOVE HAND-OFFS-AWAITING TO TL-AWAITING.
WRITE BALANCE-REPORT-LINE FROM TOTAL-LINE.
IF LEDGER-RECORDS-UNREADABLE > 0 THEN
  MOVE "RUNLEDG RECORDS THAT COULD NOT BE READ WERE SKIPPED"
    TO ML-MESSAGE-TEXT
  WRITE BALANCE-REPORT-LINE FROM MESSAGE-LINE
END-IF.

END PROGRAM LEDGBAL.
