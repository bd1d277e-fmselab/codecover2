IDENTIFICATION DIVISION.
PROGRAM-ID. TIMERPT.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT TIMING-FILE ASSIGN TO "TIMELOG"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS TIMING-FILE-STATUS.
SELECT TRANSACTION-FILE ASSIGN TO "TRANSIN"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS TRANSIN-FILE-STATUS.
SELECT BUDGET-CONTROL-FILE ASSIGN TO "BUDGCTL"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS BUDGET-FILE-STATUS.
SELECT TIMING-REPORT-FILE ASSIGN TO "TIMERPT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS REPORT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD TIMING-FILE.
01 TIMING-RECORD PIC X(131).
FD TRANSACTION-FILE.
01 TRANSACTION-RECORD.
  05 FAC-INPUT-RECORD PIC 9999.
  05 FILLER PIC X(19).
FD BUDGET-CONTROL-FILE.
01 BUDGET-CONTROL-RECORD.
  05 BC-TRANS-LIMIT PIC 9(9).
  05 FILLER PIC X.
  05 BC-ELAPSED-LIMIT PIC 9(5).
  05 FILLER PIC X.
  05 BC-CONTROL-STAMP.
    10 BC-OPERATOR-ID PIC X(8).
    10 FILLER PIC X.
    10 BC-EFFECTIVE-DATE PIC X(8).
    10 FILLER PIC X.
    10 BC-CHANGE-REFERENCE PIC X(12).
FD TIMING-REPORT-FILE.
01 TIMING-REPORT-LINE PIC X(132).
WORKING-STORAGE SECTION.
*> the SYSIN card:
*>   columns 1-3    how much slower than its baseline (percent) a test
*>                  case may run before it is flagged - blank = 025
*>   columns 5-6    nights in the rolling baseline, the nights before
*>                  the one reported on - blank = 07
*>   columns 8-12   the batch window TESTPROG must fit, in seconds -
*>                  blank or zero = no window check and no BUDGCTL
*>                  recommendation
*>   columns 14-17  the smallest slow-down (hundredths of a second)
*>                  worth flagging, so a case that takes next to no
*>                  time is not flagged for clock jitter - blank = 0010
*>   columns 19-26  the night to report on, YYYYMMDD - blank = the
*>                  latest night on TIMELOG
01 TIMING-CARD.
  05 CARD-SLOWER-PERCENT PIC X(3).
  05 FILLER PIC X.
  05 CARD-BASELINE-NIGHTS PIC X(2).
  05 FILLER PIC X.
  05 CARD-WINDOW-SECONDS PIC X(5).
  05 FILLER PIC X.
  05 CARD-MINIMUM-SLOWDOWN PIC X(4).
  05 FILLER PIC X.
  05 CARD-REPORT-NIGHT PIC X(8).
  05 FILLER PIC X(54).
COPY TIMEREC.
01 TIMING-CONTROL-FIELDS.
  05 TIMING-FILE-STATUS PIC XX VALUE SPACES.
  05 TRANSIN-FILE-STATUS PIC XX VALUE SPACES.
  05 BUDGET-FILE-STATUS PIC XX VALUE SPACES.
  05 REPORT-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-TIMING-SWITCH PIC X VALUE "N".
    88 END-OF-TIMING VALUE "Y".
  05 END-OF-TRANSIN-SWITCH PIC X VALUE "N".
    88 END-OF-TRANSIN VALUE "Y".
  05 CASE-FOUND-SWITCH PIC X VALUE "N".
    88 CASE-FOUND VALUE "Y".
  05 RUN-FOUND-SWITCH PIC X VALUE "N".
    88 RUN-FOUND VALUE "Y".
  05 PROGRAM-FOUND-SWITCH PIC X VALUE "N".
    88 PROGRAM-FOUND VALUE "Y".
  05 TIMING-PROBLEM-SWITCH PIC X VALUE "N".
    88 TIMING-PROBLEM-FOUND VALUE "Y".
  05 BUDGET-PRESENT-SWITCH PIC X VALUE "N".
    88 BUDGET-PRESENT VALUE "Y".
01 TIMING-WORK-FIELDS.
  05 REPORT-RUN-DATE PIC X(21) VALUE SPACES.
  05 SLOWER-PERCENT PIC 999 VALUE 25.
  05 BASELINE-NIGHTS PIC 99 VALUE 7.
  05 WINDOW-SECONDS PIC 9(5) VALUE ZERO.
  05 MINIMUM-SLOWDOWN PIC 9(4) VALUE 10.
  05 REPORT-NIGHT PIC 9(8) VALUE ZERO.
  05 REPORT-NIGHT-DAY PIC 9(7) VALUE ZERO.
  05 BASELINE-FROM-NIGHT PIC 9(8) VALUE ZERO.
  05 BASELINE-FROM-DAY PIC 9(7) VALUE ZERO.
  05 BASELINE-TO-NIGHT PIC 9(8) VALUE ZERO.
  05 RECORD-NIGHT PIC 9(8) VALUE ZERO.
  05 CLOCK-TIMESTAMP-WORK PIC X(21) VALUE SPACES.
  05 CLOCK-DATE-WORK PIC 9(8) VALUE ZERO.
  05 CLOCK-HOURS-WORK PIC 99 VALUE ZERO.
  05 CLOCK-MINUTES-WORK PIC 99 VALUE ZERO.
  05 CLOCK-SECONDS-WORK PIC 99 VALUE ZERO.
  05 CLOCK-HUNDREDTHS-WORK PIC 99 VALUE ZERO.
  05 CLOCK-HUNDREDTHS PIC 9(15) VALUE ZERO.
  05 START-HUNDREDTHS PIC 9(15) VALUE ZERO.
  05 END-HUNDREDTHS PIC 9(15) VALUE ZERO.
  05 ELAPSED-HUNDREDTHS PIC 9(11) VALUE ZERO.
  05 CASE-SUB PIC 999 VALUE ZERO.
  05 RUN-SUB PIC 999 VALUE ZERO.
  05 PROGRAM-SUB PIC 99 VALUE ZERO.
  05 TONIGHT-AVERAGE PIC 9(7)V9(4) VALUE ZERO.
  05 BASELINE-AVERAGE PIC 9(7)V9(4) VALUE ZERO.
  05 SLOWER-LIMIT PIC 9(7)V9(4) VALUE ZERO.
  05 SLOWDOWN-HUNDREDTHS PIC S9(9)V9(4) VALUE ZERO.
  05 CHANGE-PERCENT PIC S9(7) VALUE ZERO.
  05 RUN-RATE PIC 9(9)V9(4) VALUE ZERO.
  05 TRANSIN-DETAIL-COUNT PIC 9(9) VALUE ZERO.
  05 AVERAGE-RATE PIC 9(9)V9(4) VALUE ZERO.
  05 PEAK-RATE PIC 9(9)V9(4) VALUE ZERO.
  05 PROJECTED-HUNDREDTHS PIC 9(15) VALUE ZERO.
  05 PEAK-PROJECTED-HUNDREDTHS PIC 9(15) VALUE ZERO.
  05 WINDOW-HUNDREDTHS PIC 9(9) VALUE ZERO.
  05 FITTING-TRANSACTIONS PIC 9(11) VALUE ZERO.
  05 RECOMMENDED-ELAPSED-LIMIT PIC 9(5) VALUE ZERO.
  05 RECOMMENDED-TRANS-LIMIT PIC 9(11) VALUE ZERO.
  05 CURRENT-TRANS-LIMIT PIC 9(9) VALUE ZERO.
  05 CURRENT-BUDGET-STAMP PIC X(30) VALUE SPACES.
  05 CURRENT-ELAPSED-LIMIT PIC 9(5) VALUE ZERO.
*> one row per program and test case name seen in the reported night
*> or its baseline nights: the elapsed time summed over every time the
*> case ran, tonight and in the baseline, and how many times that was.
01 TEST-CASE-TABLE.
  05 CASE-COUNT PIC 999 VALUE ZERO.
  05 TEST-CASE-ENTRY OCCURS 500 TIMES.
    10 TC-PROGRAM-NAME PIC X(14).
    10 TC-TEST-CASE-NAME PIC X(50).
    10 TC-TONIGHT-TOTAL PIC 9(11).
    10 TC-TONIGHT-COUNT PIC 9(7).
    10 TC-BASELINE-TOTAL PIC 9(11).
    10 TC-BASELINE-COUNT PIC 9(7).
*> one row per program run in the same nights, from its first test
*> case's start to its last one's end - the run's pace per test case
*> includes the time between test cases, which the cases alone miss.
01 PROGRAM-RUN-TABLE.
  05 RUN-COUNT PIC 999 VALUE ZERO.
  05 PROGRAM-RUN-ENTRY OCCURS 400 TIMES.
    10 PR-PROGRAM-NAME PIC X(14).
    10 PR-RUN-ID PIC X(21).
    10 PR-FIRST-START PIC 9(15).
    10 PR-LAST-END PIC 9(15).
    10 PR-CASE-COUNT PIC 9(7).
*> the runs summed per program for the projection section.
01 PROGRAM-PACE-TABLE.
  05 PACE-COUNT PIC 99 VALUE ZERO.
  05 PROGRAM-PACE-ENTRY OCCURS 20 TIMES.
    10 PP-PROGRAM-NAME PIC X(14).
    10 PP-RUN-COUNT PIC 9(5).
    10 PP-CASE-COUNT PIC 9(9).
    10 PP-SPAN-TOTAL PIC 9(13).
    10 PP-PEAK-RATE PIC 9(9)V9(4).
01 TIMING-TOTALS.
  05 RECORDS-READ-COUNT PIC 9(9) VALUE ZERO.
  05 RECORDS-USED-COUNT PIC 9(9) VALUE ZERO.
  05 RECORDS-BAD-COUNT PIC 9(9) VALUE ZERO.
  05 CASES-TONIGHT-COUNT PIC 999 VALUE ZERO.
  05 CASES-SLOWER-COUNT PIC 999 VALUE ZERO.
  05 CASES-NEW-COUNT PIC 999 VALUE ZERO.
  05 CASES-NOT-RUN-COUNT PIC 999 VALUE ZERO.

01 REPORT-PRINT-LINES.
  05 REPORT-HEADER-LINE.
    10 FILLER PIC X(45)
        VALUE "TIMERPT - TEST CASE TIMING AND WINDOW REPORT ".
    10 FILLER PIC X(10) VALUE "RUN DATE: ".
    10 RHL-RUN-DATE PIC X(21).
  05 REPORT-RULE-LINE PIC X(132) VALUE ALL "=".
  05 REPORT-NIGHT-LINE.
    10 FILLER PIC X(10) VALUE "NIGHT OF  ".
    10 RNL-REPORT-NIGHT PIC 9(8).
    10 FILLER PIC X(22) VALUE "  AGAINST BASELINE OF ".
    10 RNL-BASELINE-FROM PIC 9(8).
    10 FILLER PIC X(4) VALUE " TO ".
    10 RNL-BASELINE-TO PIC 9(8).
    10 FILLER PIC X(21) VALUE "  FLAGGED WHEN OVER +".
    10 RNL-SLOWER-PERCENT PIC ZZ9.
    10 FILLER PIC X(14) VALUE "% AND AT LEAST".
    10 RNL-MINIMUM-SECONDS PIC ZZ9.99.
    10 FILLER PIC X(12) VALUE " SEC SLOWER".
  05 SECTION-TITLE-LINE.
    10 STL-TITLE-TEXT PIC X(60).
  05 CASE-HEADING-LINE.
    10 FILLER PIC X(44)
        VALUE "  PROGRAM        TEST CASE                  ".
    10 FILLER PIC X(44)
        VALUE "               TONIGHT SEC  TIMES BASELINE S".
    10 FILLER PIC X(24)
        VALUE "EC  TIMES CHANGE %  FLAG".
  05 CASE-DETAIL-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 CDL-PROGRAM-NAME PIC X(14).
    10 FILLER PIC X VALUE SPACE.
    10 CDL-TEST-CASE-NAME PIC X(40).
    10 FILLER PIC X VALUE SPACE.
    10 CDL-TONIGHT-SECONDS PIC Z(6)9.9999.
    10 FILLER PIC XX VALUE SPACES.
    10 CDL-TONIGHT-COUNT PIC Z(4)9.
    10 FILLER PIC X VALUE SPACE.
    10 CDL-BASELINE-SECONDS PIC Z(6)9.9999.
    10 FILLER PIC XX VALUE SPACES.
    10 CDL-BASELINE-COUNT PIC Z(4)9.
    10 FILLER PIC XX VALUE SPACES.
    10 CDL-CHANGE-PERCENT PIC -(6)9 BLANK WHEN ZERO.
    10 FILLER PIC XX VALUE SPACES.
    10 CDL-FLAG-TEXT PIC X(16).
  05 PACE-HEADING-LINE.
    10 FILLER PIC X(44)
        VALUE "  PROGRAM         RUNS  TEST CASES AVG RUN S".
    10 FILLER PIC X(30)
        VALUE "EC  AVG SEC/CASE PEAK SEC/CASE".
  05 PACE-DETAIL-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 PDL-PROGRAM-NAME PIC X(14).
    10 FILLER PIC X VALUE SPACE.
    10 PDL-RUN-COUNT PIC Z(4)9.
    10 FILLER PIC XX VALUE SPACES.
    10 PDL-CASE-COUNT PIC Z(9)9.
    10 FILLER PIC XX VALUE SPACES.
    10 PDL-RUN-SECONDS PIC Z(6)9.99.
    10 FILLER PIC XX VALUE SPACES.
    10 PDL-AVERAGE-SECONDS PIC Z(6)9.9999.
    10 FILLER PIC XX VALUE SPACES.
    10 PDL-PEAK-SECONDS PIC Z(6)9.9999.
  05 PROJECTION-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 PJL-LABEL-TEXT PIC X(44).
    10 PJL-VALUE-TEXT PIC X(30).
  05 PROJECTION-NUMBER-EDIT PIC Z(13)9.
  05 PROJECTION-SECONDS-EDIT PIC Z(10)9.99.
  05 PROJECTION-RATE-EDIT PIC Z(8)9.9999.
  05 BUDGET-IMAGE-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 FILLER PIC X(44) VALUE "BUDGCTL RECORD IMAGE".
    10 BIL-TRANS-LIMIT PIC 9(9).
    10 FILLER PIC X VALUE SPACE.
    10 BIL-ELAPSED-LIMIT PIC 9(5).
  05 MESSAGE-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 ML-MESSAGE-TEXT PIC X(100).
  05 TOTAL-LINE.
    10 FILLER PIC X(20) VALUE "TIMINGS READ: ".
    10 TL-READ-COUNT PIC Z(8)9.
    10 FILLER PIC X(10) VALUE "   USED: ".
    10 TL-USED-COUNT PIC Z(8)9.
    10 FILLER PIC X(18) VALUE "   UNUSABLE: ".
    10 TL-BAD-COUNT PIC Z(8)9.
  05 CASE-TOTAL-LINE.
    10 FILLER PIC X(20) VALUE "CASES RUN TONIGHT: ".
    10 CTL-TONIGHT-COUNT PIC ZZ9.
    10 FILLER PIC X(11) VALUE "   SLOWER: ".
    10 CTL-SLOWER-COUNT PIC ZZ9.
    10 FILLER PIC X(8) VALUE "   NEW: ".
    10 CTL-NEW-COUNT PIC ZZ9.
    10 FILLER PIC X(20) VALUE "   NOT RUN TONIGHT: ".
    10 CTL-NOT-RUN-COUNT PIC ZZ9.
  05 BLANK-PRINT-LINE PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
*> the nightly test case timing report.  Every test case the
*> instrumented programs ran on the reported night (the latest night
*> on TIMELOG unless the SYSIN card names one) is set against its own
*> rolling baseline - the average of the times it ran in the nights
*> before - and flagged
*>   SLOWER           slower than the baseline by more than the card's
*>                    percentage and at least its minimum slow-down
*>   NEW              no baseline yet
*>   NOT RUN TONIGHT  in the baseline but not run on the night
*> A night belongs to a run by its run id, so a run that crosses
*> midnight stays on the night it started.  The projection section
*> takes each program's pace per test case from its runs (first
*> start to last end) across the baseline and the night, and works
*> out from the detail records on tonight's TRANSIN how long TESTPROG
*> will take - at the average pace and at the slowest run's pace -
*> and whether that fits the card's window.  From the slowest pace it
*> recommends BUDGCTL limits: an elapsed limit of nine-tenths of the
*> window, leaving the rest for the in-flight test case and the
*> trail-off, and the transactions that fit in it.
*> Ends RC 4 when a test case is flagged or TESTPROG is not projected
*> to fit the window or TIMELOG is missing or has nothing for the
*> night - the report is advisory, so a missing input never bypasses
*> the suite's later steps - RC 8 when TIMERPT cannot be opened, RC 0
*> otherwise.
0000-MAINLINE.
PERFORM 1000-INITIALIZE.
PERFORM 2000-FIND-REPORT-NIGHT.
IF REPORT-NIGHT = 0 THEN
  MOVE "TIMELOG HAS NO TEST CASE TIMINGS - NOTHING TO REPORT"
    TO ML-MESSAGE-TEXT
  WRITE TIMING-REPORT-LINE FROM MESSAGE-LINE
  CLOSE TIMING-REPORT-FILE
  DISPLAY "TIMERPT: NO TIMINGS ON TIMELOG"
  MOVE 4 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 3000-GATHER-TIMINGS.
PERFORM 4000-REPORT-TEST-CASES.
PERFORM 5000-PROJECT-WINDOW.
PERFORM 6000-RECOMMEND-BUDGET.
WRITE TIMING-REPORT-LINE FROM BLANK-PRINT-LINE.
MOVE RECORDS-READ-COUNT TO TL-READ-COUNT.
MOVE RECORDS-USED-COUNT TO TL-USED-COUNT.
MOVE RECORDS-BAD-COUNT TO TL-BAD-COUNT.
WRITE TIMING-REPORT-LINE FROM TOTAL-LINE.
MOVE CASES-TONIGHT-COUNT TO CTL-TONIGHT-COUNT.
MOVE CASES-SLOWER-COUNT TO CTL-SLOWER-COUNT.
MOVE CASES-NEW-COUNT TO CTL-NEW-COUNT.
MOVE CASES-NOT-RUN-COUNT TO CTL-NOT-RUN-COUNT.
WRITE TIMING-REPORT-LINE FROM CASE-TOTAL-LINE.
CLOSE TIMING-REPORT-FILE.
DISPLAY "TIMERPT: NIGHT " REPORT-NIGHT " - " CASES-TONIGHT-COUNT
  " CASES, " CASES-SLOWER-COUNT " SLOWER, " CASES-NEW-COUNT " NEW".
EVALUATE TRUE
  WHEN CASES-TONIGHT-COUNT = 0
    MOVE 4 TO RETURN-CODE
  WHEN TIMING-PROBLEM-FOUND
    MOVE 4 TO RETURN-CODE
  WHEN OTHER
    MOVE 0 TO RETURN-CODE
END-EVALUATE.
STOP RUN.

1000-INITIALIZE.
ACCEPT TIMING-CARD.
MOVE FUNCTION CURRENT-DATE TO REPORT-RUN-DATE.
IF CARD-SLOWER-PERCENT IS NUMERIC THEN
  MOVE CARD-SLOWER-PERCENT TO SLOWER-PERCENT
END-IF.
IF CARD-BASELINE-NIGHTS IS NUMERIC AND CARD-BASELINE-NIGHTS > "00" THEN
  MOVE CARD-BASELINE-NIGHTS TO BASELINE-NIGHTS
END-IF.
IF CARD-WINDOW-SECONDS IS NUMERIC THEN
  MOVE CARD-WINDOW-SECONDS TO WINDOW-SECONDS
END-IF.
IF CARD-MINIMUM-SLOWDOWN IS NUMERIC THEN
  MOVE CARD-MINIMUM-SLOWDOWN TO MINIMUM-SLOWDOWN
END-IF.
OPEN OUTPUT TIMING-REPORT-FILE.
IF REPORT-FILE-STATUS NOT = "00" THEN
  DISPLAY "TIMERPT: CANNOT OPEN TIMERPT - STATUS " REPORT-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE REPORT-RUN-DATE TO RHL-RUN-DATE.
WRITE TIMING-REPORT-LINE FROM REPORT-HEADER-LINE.
WRITE TIMING-REPORT-LINE FROM REPORT-RULE-LINE.

*> the night named on the card, or else the latest night any run on
*> TIMELOG started - which takes a first pass over the file.
2000-FIND-REPORT-NIGHT.
OPEN INPUT TIMING-FILE.
IF TIMING-FILE-STATUS NOT = "00" THEN
  DISPLAY "TIMERPT: TIMELOG NOT AVAILABLE - STATUS " TIMING-FILE-STATUS
  MOVE 0 TO REPORT-NIGHT
ELSE
  IF CARD-REPORT-NIGHT IS NUMERIC THEN
    MOVE CARD-REPORT-NIGHT TO REPORT-NIGHT
  ELSE
    PERFORM 2100-READ-FOR-LATEST-NIGHT UNTIL END-OF-TIMING
  END-IF
  CLOSE TIMING-FILE
END-IF.
IF REPORT-NIGHT NOT = 0 THEN
  COMPUTE REPORT-NIGHT-DAY = FUNCTION INTEGER-OF-DATE (REPORT-NIGHT)
  COMPUTE BASELINE-FROM-DAY = REPORT-NIGHT-DAY - BASELINE-NIGHTS
  COMPUTE BASELINE-FROM-NIGHT
    = FUNCTION DATE-OF-INTEGER (BASELINE-FROM-DAY)
  COMPUTE BASELINE-TO-NIGHT
    = FUNCTION DATE-OF-INTEGER (REPORT-NIGHT-DAY - 1)
  MOVE REPORT-NIGHT TO RNL-REPORT-NIGHT
  MOVE BASELINE-FROM-NIGHT TO RNL-BASELINE-FROM
  MOVE BASELINE-TO-NIGHT TO RNL-BASELINE-TO
  MOVE SLOWER-PERCENT TO RNL-SLOWER-PERCENT
  COMPUTE RNL-MINIMUM-SECONDS = MINIMUM-SLOWDOWN / 100
  WRITE TIMING-REPORT-LINE FROM REPORT-NIGHT-LINE
  WRITE TIMING-REPORT-LINE FROM BLANK-PRINT-LINE
END-IF.

2100-READ-FOR-LATEST-NIGHT.
READ TIMING-FILE INTO TEST-CASE-TIMING-RECORD
  AT END
    SET END-OF-TIMING TO TRUE
  NOT AT END
    IF TM-RUN-ID (1:8) IS NUMERIC THEN
      MOVE TM-RUN-ID (1:8) TO RECORD-NIGHT
      IF RECORD-NIGHT > REPORT-NIGHT THEN
        MOVE RECORD-NIGHT TO REPORT-NIGHT
      END-IF
    END-IF
END-READ.

3000-GATHER-TIMINGS.
MOVE "N" TO END-OF-TIMING-SWITCH.
OPEN INPUT TIMING-FILE.
IF TIMING-FILE-STATUS = "00" THEN
  PERFORM 3100-READ-ONE-TIMING UNTIL END-OF-TIMING
  CLOSE TIMING-FILE
END-IF.

3100-READ-ONE-TIMING.
READ TIMING-FILE INTO TEST-CASE-TIMING-RECORD
  AT END
    SET END-OF-TIMING TO TRUE
  NOT AT END
    ADD 1 TO RECORDS-READ-COUNT
    IF TM-RUN-ID (1:8) IS NUMERIC THEN
      MOVE TM-RUN-ID (1:8) TO RECORD-NIGHT
      IF RECORD-NIGHT >= BASELINE-FROM-NIGHT
         AND RECORD-NIGHT <= REPORT-NIGHT THEN
        PERFORM 3200-TIME-ONE-TEST-CASE
      END-IF
    ELSE
      ADD 1 TO RECORDS-BAD-COUNT
    END-IF
END-READ.

*> a record whose stamps are not both dates and times, or that ends
*> before it starts, is counted as unusable and left out.
3200-TIME-ONE-TEST-CASE.
IF TM-START-TIMESTAMP (1:16) IS NUMERIC
   AND TM-END-TIMESTAMP (1:16) IS NUMERIC THEN
  MOVE TM-START-TIMESTAMP TO CLOCK-TIMESTAMP-WORK
  PERFORM 3300-COMPUTE-CLOCK-HUNDREDTHS
  MOVE CLOCK-HUNDREDTHS TO START-HUNDREDTHS
  MOVE TM-END-TIMESTAMP TO CLOCK-TIMESTAMP-WORK
  PERFORM 3300-COMPUTE-CLOCK-HUNDREDTHS
  MOVE CLOCK-HUNDREDTHS TO END-HUNDREDTHS
  IF END-HUNDREDTHS < START-HUNDREDTHS THEN
    ADD 1 TO RECORDS-BAD-COUNT
  ELSE
    ADD 1 TO RECORDS-USED-COUNT
    COMPUTE ELAPSED-HUNDREDTHS = END-HUNDREDTHS - START-HUNDREDTHS
    PERFORM 3400-POST-TEST-CASE
    PERFORM 3500-POST-PROGRAM-RUN
  END-IF
ELSE
  ADD 1 TO RECORDS-BAD-COUNT
END-IF.

*> absolute hundredths from the CURRENT-DATE stamp, day included, so
*> a test case that runs across midnight still times correctly.
3300-COMPUTE-CLOCK-HUNDREDTHS.
MOVE CLOCK-TIMESTAMP-WORK (1:8) TO CLOCK-DATE-WORK.
MOVE CLOCK-TIMESTAMP-WORK (9:2) TO CLOCK-HOURS-WORK.
MOVE CLOCK-TIMESTAMP-WORK (11:2) TO CLOCK-MINUTES-WORK.
MOVE CLOCK-TIMESTAMP-WORK (13:2) TO CLOCK-SECONDS-WORK.
MOVE CLOCK-TIMESTAMP-WORK (15:2) TO CLOCK-HUNDREDTHS-WORK.
COMPUTE CLOCK-HUNDREDTHS
  = FUNCTION INTEGER-OF-DATE (CLOCK-DATE-WORK) * 8640000
  + CLOCK-HOURS-WORK * 360000
  + CLOCK-MINUTES-WORK * 6000
  + CLOCK-SECONDS-WORK * 100
  + CLOCK-HUNDREDTHS-WORK.

3400-POST-TEST-CASE.
MOVE 1 TO CASE-SUB.
MOVE "N" TO CASE-FOUND-SWITCH.
PERFORM 3410-CHECK-ONE-CASE UNTIL CASE-FOUND OR CASE-SUB > CASE-COUNT.
IF NOT CASE-FOUND AND CASE-COUNT < 500 THEN
  ADD 1 TO CASE-COUNT
  MOVE CASE-COUNT TO CASE-SUB
  MOVE TM-PROGRAM-NAME TO TC-PROGRAM-NAME (CASE-SUB)
  MOVE TM-TEST-CASE-NAME TO TC-TEST-CASE-NAME (CASE-SUB)
  MOVE 0 TO TC-TONIGHT-TOTAL (CASE-SUB)
  MOVE 0 TO TC-TONIGHT-COUNT (CASE-SUB)
  MOVE 0 TO TC-BASELINE-TOTAL (CASE-SUB)
  MOVE 0 TO TC-BASELINE-COUNT (CASE-SUB)
  SET CASE-FOUND TO TRUE
END-IF.
IF CASE-FOUND THEN
  IF RECORD-NIGHT = REPORT-NIGHT THEN
    ADD ELAPSED-HUNDREDTHS TO TC-TONIGHT-TOTAL (CASE-SUB)
    ADD 1 TO TC-TONIGHT-COUNT (CASE-SUB)
  ELSE
    ADD ELAPSED-HUNDREDTHS TO TC-BASELINE-TOTAL (CASE-SUB)
    ADD 1 TO TC-BASELINE-COUNT (CASE-SUB)
  END-IF
END-IF.

3410-CHECK-ONE-CASE.
IF TC-PROGRAM-NAME (CASE-SUB) = TM-PROGRAM-NAME
   AND TC-TEST-CASE-NAME (CASE-SUB) = TM-TEST-CASE-NAME THEN
  SET CASE-FOUND TO TRUE
ELSE
  ADD 1 TO CASE-SUB
END-IF.

3500-POST-PROGRAM-RUN.
MOVE 1 TO RUN-SUB.
MOVE "N" TO RUN-FOUND-SWITCH.
PERFORM 3510-CHECK-ONE-RUN UNTIL RUN-FOUND OR RUN-SUB > RUN-COUNT.
IF NOT RUN-FOUND AND RUN-COUNT < 400 THEN
  ADD 1 TO RUN-COUNT
  MOVE RUN-COUNT TO RUN-SUB
  MOVE TM-PROGRAM-NAME TO PR-PROGRAM-NAME (RUN-SUB)
  MOVE TM-RUN-ID TO PR-RUN-ID (RUN-SUB)
  MOVE START-HUNDREDTHS TO PR-FIRST-START (RUN-SUB)
  MOVE END-HUNDREDTHS TO PR-LAST-END (RUN-SUB)
  MOVE 0 TO PR-CASE-COUNT (RUN-SUB)
  SET RUN-FOUND TO TRUE
END-IF.
IF RUN-FOUND THEN
  ADD 1 TO PR-CASE-COUNT (RUN-SUB)
  IF START-HUNDREDTHS < PR-FIRST-START (RUN-SUB) THEN
    MOVE START-HUNDREDTHS TO PR-FIRST-START (RUN-SUB)
  END-IF
  IF END-HUNDREDTHS > PR-LAST-END (RUN-SUB) THEN
    MOVE END-HUNDREDTHS TO PR-LAST-END (RUN-SUB)
  END-IF
END-IF.

3510-CHECK-ONE-RUN.
IF PR-PROGRAM-NAME (RUN-SUB) = TM-PROGRAM-NAME
   AND PR-RUN-ID (RUN-SUB) = TM-RUN-ID THEN
  SET RUN-FOUND TO TRUE
ELSE
  ADD 1 TO RUN-SUB
END-IF.

4000-REPORT-TEST-CASES.
MOVE "TEST CASES AGAINST THEIR BASELINE" TO STL-TITLE-TEXT.
WRITE TIMING-REPORT-LINE FROM SECTION-TITLE-LINE.
WRITE TIMING-REPORT-LINE FROM CASE-HEADING-LINE.
IF CASE-COUNT = 0 THEN
  MOVE "NO TEST CASE RAN ON THE NIGHT OR IN ITS BASELINE"
    TO ML-MESSAGE-TEXT
  WRITE TIMING-REPORT-LINE FROM MESSAGE-LINE
END-IF.
MOVE 1 TO CASE-SUB.
PERFORM 4100-REPORT-ONE-TEST-CASE UNTIL CASE-SUB > CASE-COUNT.
WRITE TIMING-REPORT-LINE FROM BLANK-PRINT-LINE.

4100-REPORT-ONE-TEST-CASE.
MOVE TC-PROGRAM-NAME (CASE-SUB) TO CDL-PROGRAM-NAME.
MOVE TC-TEST-CASE-NAME (CASE-SUB) TO CDL-TEST-CASE-NAME.
MOVE 0 TO TONIGHT-AVERAGE.
MOVE 0 TO BASELINE-AVERAGE.
IF TC-TONIGHT-COUNT (CASE-SUB) > 0 THEN
  COMPUTE TONIGHT-AVERAGE ROUNDED = TC-TONIGHT-TOTAL (CASE-SUB)
    / TC-TONIGHT-COUNT (CASE-SUB) / 100
  ADD 1 TO CASES-TONIGHT-COUNT
END-IF.
IF TC-BASELINE-COUNT (CASE-SUB) > 0 THEN
  COMPUTE BASELINE-AVERAGE ROUNDED = TC-BASELINE-TOTAL (CASE-SUB)
    / TC-BASELINE-COUNT (CASE-SUB) / 100
END-IF.
MOVE TONIGHT-AVERAGE TO CDL-TONIGHT-SECONDS.
MOVE TC-TONIGHT-COUNT (CASE-SUB) TO CDL-TONIGHT-COUNT.
MOVE BASELINE-AVERAGE TO CDL-BASELINE-SECONDS.
MOVE TC-BASELINE-COUNT (CASE-SUB) TO CDL-BASELINE-COUNT.
MOVE 0 TO CDL-CHANGE-PERCENT.
MOVE SPACES TO CDL-FLAG-TEXT.
EVALUATE TRUE
  WHEN TC-TONIGHT-COUNT (CASE-SUB) = 0
    MOVE "NOT RUN TONIGHT" TO CDL-FLAG-TEXT
    ADD 1 TO CASES-NOT-RUN-COUNT
  WHEN TC-BASELINE-COUNT (CASE-SUB) = 0
    MOVE "NEW" TO CDL-FLAG-TEXT
    ADD 1 TO CASES-NEW-COUNT
  WHEN OTHER
    PERFORM 4200-CHECK-SLOWDOWN
END-EVALUATE.
WRITE TIMING-REPORT-LINE FROM CASE-DETAIL-LINE.
ADD 1 TO CASE-SUB.

4200-CHECK-SLOWDOWN.
IF BASELINE-AVERAGE > 0 THEN
  COMPUTE CHANGE-PERCENT ROUNDED
    = (TONIGHT-AVERAGE - BASELINE-AVERAGE) * 100 / BASELINE-AVERAGE
  MOVE CHANGE-PERCENT TO CDL-CHANGE-PERCENT
END-IF.
COMPUTE SLOWER-LIMIT = BASELINE-AVERAGE * (100 + SLOWER-PERCENT) / 100.
COMPUTE SLOWDOWN-HUNDREDTHS = (TONIGHT-AVERAGE - BASELINE-AVERAGE) * 100.
IF TONIGHT-AVERAGE > SLOWER-LIMIT
   AND SLOWDOWN-HUNDREDTHS >= MINIMUM-SLOWDOWN THEN
  MOVE "SLOWER" TO CDL-FLAG-TEXT
  ADD 1 TO CASES-SLOWER-COUNT
  SET TIMING-PROBLEM-FOUND TO TRUE
END-IF.

*> each program's pace across the baseline and the night, then
*> TESTPROG's projected time for the detail records on tonight's
*> TRANSIN.
5000-PROJECT-WINDOW.
MOVE "PACE PER TEST CASE, BASELINE AND NIGHT TOGETHER"
  TO STL-TITLE-TEXT.
WRITE TIMING-REPORT-LINE FROM SECTION-TITLE-LINE.
WRITE TIMING-REPORT-LINE FROM PACE-HEADING-LINE.
MOVE 1 TO RUN-SUB.
PERFORM 5100-ADD-RUN-TO-PACE UNTIL RUN-SUB > RUN-COUNT.
MOVE 1 TO PROGRAM-SUB.
PERFORM 5200-REPORT-ONE-PACE UNTIL PROGRAM-SUB > PACE-COUNT.
WRITE TIMING-REPORT-LINE FROM BLANK-PRINT-LINE.
MOVE "TESTPROG WINDOW PROJECTION" TO STL-TITLE-TEXT.
WRITE TIMING-REPORT-LINE FROM SECTION-TITLE-LINE.
PERFORM 5300-COUNT-TRANSIN-DETAILS.
MOVE "TESTPROG" TO TM-PROGRAM-NAME.
PERFORM 5110-FIND-PACE-PROGRAM.
IF NOT PROGRAM-FOUND THEN
  MOVE "NO TESTPROG RUN IN THE BASELINE OR THE NIGHT - NO PROJECTION"
    TO ML-MESSAGE-TEXT
  WRITE TIMING-REPORT-LINE FROM MESSAGE-LINE
ELSE
  PERFORM 5400-PROJECT-TESTPROG
END-IF.
WRITE TIMING-REPORT-LINE FROM BLANK-PRINT-LINE.

5100-ADD-RUN-TO-PACE.
MOVE PR-PROGRAM-NAME (RUN-SUB) TO TM-PROGRAM-NAME.
PERFORM 5110-FIND-PACE-PROGRAM.
IF NOT PROGRAM-FOUND AND PACE-COUNT < 20 THEN
  ADD 1 TO PACE-COUNT
  MOVE PACE-COUNT TO PROGRAM-SUB
  MOVE TM-PROGRAM-NAME TO PP-PROGRAM-NAME (PROGRAM-SUB)
  MOVE 0 TO PP-RUN-COUNT (PROGRAM-SUB)
  MOVE 0 TO PP-CASE-COUNT (PROGRAM-SUB)
  MOVE 0 TO PP-SPAN-TOTAL (PROGRAM-SUB)
  MOVE 0 TO PP-PEAK-RATE (PROGRAM-SUB)
  SET PROGRAM-FOUND TO TRUE
END-IF.
IF PROGRAM-FOUND THEN
  ADD 1 TO PP-RUN-COUNT (PROGRAM-SUB)
  ADD PR-CASE-COUNT (RUN-SUB) TO PP-CASE-COUNT (PROGRAM-SUB)
  COMPUTE PP-SPAN-TOTAL (PROGRAM-SUB) = PP-SPAN-TOTAL (PROGRAM-SUB)
    + PR-LAST-END (RUN-SUB) - PR-FIRST-START (RUN-SUB)
  COMPUTE RUN-RATE ROUNDED
    = (PR-LAST-END (RUN-SUB) - PR-FIRST-START (RUN-SUB))
    / PR-CASE-COUNT (RUN-SUB)
  IF RUN-RATE > PP-PEAK-RATE (PROGRAM-SUB) THEN
    MOVE RUN-RATE TO PP-PEAK-RATE (PROGRAM-SUB)
  END-IF
END-IF.
ADD 1 TO RUN-SUB.

5110-FIND-PACE-PROGRAM.
MOVE 1 TO PROGRAM-SUB.
MOVE "N" TO PROGRAM-FOUND-SWITCH.
PERFORM 5120-CHECK-ONE-PACE-PROGRAM
  UNTIL PROGRAM-FOUND OR PROGRAM-SUB > PACE-COUNT.

5120-CHECK-ONE-PACE-PROGRAM.
IF PP-PROGRAM-NAME (PROGRAM-SUB) = TM-PROGRAM-NAME THEN
  SET PROGRAM-FOUND TO TRUE
ELSE
  ADD 1 TO PROGRAM-SUB
END-IF.

5200-REPORT-ONE-PACE.
MOVE PP-PROGRAM-NAME (PROGRAM-SUB) TO PDL-PROGRAM-NAME.
MOVE PP-RUN-COUNT (PROGRAM-SUB) TO PDL-RUN-COUNT.
MOVE PP-CASE-COUNT (PROGRAM-SUB) TO PDL-CASE-COUNT.
COMPUTE PDL-RUN-SECONDS ROUNDED
  = PP-SPAN-TOTAL (PROGRAM-SUB) / PP-RUN-COUNT (PROGRAM-SUB) / 100.
COMPUTE PDL-AVERAGE-SECONDS ROUNDED
  = PP-SPAN-TOTAL (PROGRAM-SUB) / PP-CASE-COUNT (PROGRAM-SUB) / 100.
COMPUTE PDL-PEAK-SECONDS ROUNDED = PP-PEAK-RATE (PROGRAM-SUB) / 100.
WRITE TIMING-REPORT-LINE FROM PACE-DETAIL-LINE.
ADD 1 TO PROGRAM-SUB.

*> every record on the feed that is not an "H" header or a "T"
*> trailer is a test case for TESTPROG - a non-numeric one is only
*> rejected, but the numeric ones are what takes the time.
5300-COUNT-TRANSIN-DETAILS.
OPEN INPUT TRANSACTION-FILE.
IF TRANSIN-FILE-STATUS NOT = "00" THEN
  DISPLAY "TIMERPT: TRANSIN NOT AVAILABLE - STATUS " TRANSIN-FILE-STATUS
  MOVE "NO TRANSIN TONIGHT - PROJECTING FOR NO DETAIL RECORDS"
    TO ML-MESSAGE-TEXT
  WRITE TIMING-REPORT-LINE FROM MESSAGE-LINE
ELSE
  PERFORM 5310-COUNT-ONE-TRANSIN-RECORD UNTIL END-OF-TRANSIN
  CLOSE TRANSACTION-FILE
END-IF.

5310-COUNT-ONE-TRANSIN-RECORD.
READ TRANSACTION-FILE
  AT END
    SET END-OF-TRANSIN TO TRUE
  NOT AT END
    IF FAC-INPUT-RECORD IS NUMERIC THEN
      ADD 1 TO TRANSIN-DETAIL-COUNT
    END-IF
END-READ.

5400-PROJECT-TESTPROG.
COMPUTE AVERAGE-RATE ROUNDED
  = PP-SPAN-TOTAL (PROGRAM-SUB) / PP-CASE-COUNT (PROGRAM-SUB).
MOVE PP-PEAK-RATE (PROGRAM-SUB) TO PEAK-RATE.
COMPUTE PROJECTED-HUNDREDTHS ROUNDED = TRANSIN-DETAIL-COUNT * AVERAGE-RATE.
COMPUTE PEAK-PROJECTED-HUNDREDTHS ROUNDED
  = TRANSIN-DETAIL-COUNT * PEAK-RATE.
MOVE "DETAIL RECORDS ON TONIGHT'S TRANSIN" TO PJL-LABEL-TEXT.
MOVE TRANSIN-DETAIL-COUNT TO PROJECTION-NUMBER-EDIT.
MOVE PROJECTION-NUMBER-EDIT TO PJL-VALUE-TEXT.
WRITE TIMING-REPORT-LINE FROM PROJECTION-LINE.
MOVE "SECONDS PER TEST CASE - AVERAGE RUN" TO PJL-LABEL-TEXT.
COMPUTE PROJECTION-RATE-EDIT ROUNDED = AVERAGE-RATE / 100.
MOVE PROJECTION-RATE-EDIT TO PJL-VALUE-TEXT.
WRITE TIMING-REPORT-LINE FROM PROJECTION-LINE.
MOVE "SECONDS PER TEST CASE - SLOWEST RUN" TO PJL-LABEL-TEXT.
COMPUTE PROJECTION-RATE-EDIT ROUNDED = PEAK-RATE / 100.
MOVE PROJECTION-RATE-EDIT TO PJL-VALUE-TEXT.
WRITE TIMING-REPORT-LINE FROM PROJECTION-LINE.
MOVE "PROJECTED SECONDS AT THE AVERAGE PACE" TO PJL-LABEL-TEXT.
COMPUTE PROJECTION-SECONDS-EDIT ROUNDED = PROJECTED-HUNDREDTHS / 100.
MOVE PROJECTION-SECONDS-EDIT TO PJL-VALUE-TEXT.
WRITE TIMING-REPORT-LINE FROM PROJECTION-LINE.
MOVE "PROJECTED SECONDS AT THE SLOWEST PACE" TO PJL-LABEL-TEXT.
COMPUTE PROJECTION-SECONDS-EDIT ROUNDED
  = PEAK-PROJECTED-HUNDREDTHS / 100.
MOVE PROJECTION-SECONDS-EDIT TO PJL-VALUE-TEXT.
WRITE TIMING-REPORT-LINE FROM PROJECTION-LINE.
IF WINDOW-SECONDS = 0 THEN
  MOVE "NO WINDOW ON THE CARD - FIT NOT CHECKED" TO ML-MESSAGE-TEXT
  WRITE TIMING-REPORT-LINE FROM MESSAGE-LINE
ELSE
  MOVE "BATCH WINDOW SECONDS" TO PJL-LABEL-TEXT
  MOVE WINDOW-SECONDS TO PROJECTION-NUMBER-EDIT
  MOVE PROJECTION-NUMBER-EDIT TO PJL-VALUE-TEXT
  WRITE TIMING-REPORT-LINE FROM PROJECTION-LINE
  PERFORM 5500-CHECK-WINDOW-FIT
END-IF.

5500-CHECK-WINDOW-FIT.
COMPUTE WINDOW-HUNDREDTHS = WINDOW-SECONDS * 100.
EVALUATE TRUE
  WHEN PEAK-PROJECTED-HUNDREDTHS <= WINDOW-HUNDREDTHS
    MOVE "TONIGHT'S FEED FITS THE WINDOW EVEN AT THE SLOWEST PACE"
      TO ML-MESSAGE-TEXT
  WHEN PROJECTED-HUNDREDTHS <= WINDOW-HUNDREDTHS
    MOVE "TONIGHT'S FEED FITS AT THE AVERAGE PACE BUT NOT THE SLOWEST"
      TO ML-MESSAGE-TEXT
    SET TIMING-PROBLEM-FOUND TO TRUE
  WHEN OTHER
    MOVE "TONIGHT'S FEED WILL NOT FIT THE WINDOW - EXPECT A WINDOW CUT"
      TO ML-MESSAGE-TEXT
    SET TIMING-PROBLEM-FOUND TO TRUE
END-EVALUATE.
WRITE TIMING-REPORT-LINE FROM MESSAGE-LINE.
IF AVERAGE-RATE > 0 AND PROJECTED-HUNDREDTHS > WINDOW-HUNDREDTHS THEN
  COMPUTE FITTING-TRANSACTIONS = WINDOW-HUNDREDTHS / AVERAGE-RATE
  MOVE "TEST CASES THE WINDOW HOLDS AT AVERAGE PACE" TO PJL-LABEL-TEXT
  MOVE FITTING-TRANSACTIONS TO PROJECTION-NUMBER-EDIT
  MOVE PROJECTION-NUMBER-EDIT TO PJL-VALUE-TEXT
  WRITE TIMING-REPORT-LINE FROM PROJECTION-LINE
END-IF.

*> BUDGCTL limits that keep TESTPROG inside the window on a night as
*> slow as the slowest one seen: the elapsed limit at nine-tenths of
*> the window, and the transactions the slowest pace gets through in
*> that time.  A zero transaction limit means the timings are too
*> fast to measure a pace - the elapsed limit alone then governs.
6000-RECOMMEND-BUDGET.
MOVE "BUDGCTL RECOMMENDATION" TO STL-TITLE-TEXT.
WRITE TIMING-REPORT-LINE FROM SECTION-TITLE-LINE.
PERFORM 6100-READ-CURRENT-BUDGET.
IF BUDGET-PRESENT THEN
  MOVE "CURRENT TRANSACTION LIMIT" TO PJL-LABEL-TEXT
  MOVE CURRENT-TRANS-LIMIT TO PROJECTION-NUMBER-EDIT
  MOVE PROJECTION-NUMBER-EDIT TO PJL-VALUE-TEXT
  WRITE TIMING-REPORT-LINE FROM PROJECTION-LINE
  MOVE "CURRENT ELAPSED LIMIT SECONDS" TO PJL-LABEL-TEXT
  MOVE CURRENT-ELAPSED-LIMIT TO PROJECTION-NUMBER-EDIT
  MOVE PROJECTION-NUMBER-EDIT TO PJL-VALUE-TEXT
  WRITE TIMING-REPORT-LINE FROM PROJECTION-LINE
  MOVE "CURRENT LIMITS SIGNED / EFFECTIVE / CHANGE" TO PJL-LABEL-TEXT
  MOVE CURRENT-BUDGET-STAMP TO PJL-VALUE-TEXT
  WRITE TIMING-REPORT-LINE FROM PROJECTION-LINE
ELSE
  MOVE "NO BUDGCTL IN PLACE - TESTPROG RUNS UNBUDGETED"
    TO ML-MESSAGE-TEXT
  WRITE TIMING-REPORT-LINE FROM MESSAGE-LINE
END-IF.
MOVE "TESTPROG" TO TM-PROGRAM-NAME.
PERFORM 5110-FIND-PACE-PROGRAM.
EVALUATE TRUE
  WHEN WINDOW-SECONDS = 0
    MOVE "NO WINDOW ON THE CARD - NO LIMITS RECOMMENDED"
      TO ML-MESSAGE-TEXT
    WRITE TIMING-REPORT-LINE FROM MESSAGE-LINE
  WHEN NOT PROGRAM-FOUND
    MOVE "NO TESTPROG PACE MEASURED - NO LIMITS RECOMMENDED"
      TO ML-MESSAGE-TEXT
    WRITE TIMING-REPORT-LINE FROM MESSAGE-LINE
  WHEN OTHER
    PERFORM 6200-WORK-OUT-LIMITS
END-EVALUATE.

6100-READ-CURRENT-BUDGET.
OPEN INPUT BUDGET-CONTROL-FILE.
IF BUDGET-FILE-STATUS = "00" THEN
  READ BUDGET-CONTROL-FILE
    NOT AT END
      SET BUDGET-PRESENT TO TRUE
      MOVE BC-CONTROL-STAMP TO CURRENT-BUDGET-STAMP
      IF BC-TRANS-LIMIT IS NUMERIC THEN
        MOVE BC-TRANS-LIMIT TO CURRENT-TRANS-LIMIT
      END-IF
      IF BC-ELAPSED-LIMIT IS NUMERIC THEN
        MOVE BC-ELAPSED-LIMIT TO CURRENT-ELAPSED-LIMIT
      END-IF
  END-READ
  CLOSE BUDGET-CONTROL-FILE
END-IF.

6200-WORK-OUT-LIMITS.
COMPUTE RECOMMENDED-ELAPSED-LIMIT = WINDOW-SECONDS * 9 / 10.
IF PP-PEAK-RATE (PROGRAM-SUB) > 0 THEN
  COMPUTE RECOMMENDED-TRANS-LIMIT
    = RECOMMENDED-ELAPSED-LIMIT * 100 / PP-PEAK-RATE (PROGRAM-SUB)
  IF RECOMMENDED-TRANS-LIMIT > 999999999 THEN
    MOVE 999999999 TO RECOMMENDED-TRANS-LIMIT
  END-IF
ELSE
  MOVE 0 TO RECOMMENDED-TRANS-LIMIT
END-IF.
MOVE "RECOMMENDED TRANSACTION LIMIT" TO PJL-LABEL-TEXT.
MOVE RECOMMENDED-TRANS-LIMIT TO PROJECTION-NUMBER-EDIT.
MOVE PROJECTION-NUMBER-EDIT TO PJL-VALUE-TEXT.
WRITE TIMING-REPORT-LINE FROM PROJECTION-LINE.
MOVE "RECOMMENDED ELAPSED LIMIT SECONDS" TO PJL-LABEL-TEXT.
MOVE RECOMMENDED-ELAPSED-LIMIT TO PROJECTION-NUMBER-EDIT.
MOVE PROJECTION-NUMBER-EDIT TO PJL-VALUE-TEXT.
WRITE TIMING-REPORT-LINE FROM PROJECTION-LINE.
MOVE RECOMMENDED-TRANS-LIMIT TO BIL-TRANS-LIMIT.
MOVE RECOMMENDED-ELAPSED-LIMIT TO BIL-ELAPSED-LIMIT.
WRITE TIMING-REPORT-LINE FROM BUDGET-IMAGE-LINE.
MOVE "SIGN COLUMNS 17-46: OPERATOR, EFFECTIVE DATE, CHANGE REFERENCE"
  TO ML-MESSAGE-TEXT.
WRITE TIMING-REPORT-LINE FROM MESSAGE-LINE.
IF RECOMMENDED-TRANS-LIMIT = 0 THEN
  MOVE "TESTPROG TOO FAST TO PACE - THE ELAPSED LIMIT ALONE GOVERNS"
    TO ML-MESSAGE-TEXT
  WRITE TIMING-REPORT-LINE FROM MESSAGE-LINE
END-IF.

END PROGRAM TIMERPT.
