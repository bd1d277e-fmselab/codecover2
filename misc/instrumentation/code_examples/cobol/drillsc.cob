IDENTIFICATION DIVISION.
PROGRAM-ID. DRILLSC.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT DRILL-FAULT-LOG-FILE ASSIGN TO "DRILL.FAULTLOG"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS FAULT-LOG-FILE-STATUS.
SELECT DRILL-VERDICT-FILE ASSIGN TO "DRILL.VERDICTS"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS VERDICT-FILE-STATUS.
SELECT DRILL-RECON-FILE ASSIGN TO "DRILL.RECNPRT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS RECON-FILE-STATUS.
SELECT DRILL-EXCEPTION-FILE ASSIGN TO "DRILL.EXCOUT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS EXCOUT-FILE-STATUS.
SELECT SCORECARD-REPORT-FILE ASSIGN TO "DRILLRPT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS REPORT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD DRILL-FAULT-LOG-FILE.
01 DRILL-FAULT-LOG-LINE PIC X(97).
FD DRILL-VERDICT-FILE.
*> the VERDICTS layout TESTPROG writes: test case name, expected,
*> actual, PASS/FAIL, program and run id.
01 DRILL-VERDICT-RECORD.
  05 DVR-TEST-CASE-NAME PIC X(50).
  05 FILLER PIC X.
  05 DVR-EXPECTED PIC X(19).
  05 FILLER PIC X.
  05 DVR-ACTUAL PIC X(19).
  05 FILLER PIC X.
  05 DVR-VERDICT PIC X(4).
  05 FILLER PIC X.
  05 DVR-PROGRAM-NAME PIC X(14).
  05 FILLER PIC X.
  05 DVR-RUN-ID PIC X(21).
FD DRILL-RECON-FILE.
*> FACRECON's per-run balance line: "RUN ", the run's RUNLOG start
*> stamp, the item balanced and, from column 59, its verdict.
01 DRILL-RECON-LINE.
  05 DRL-LINE-KIND PIC X(4).
  05 DRL-START-TIMESTAMP PIC X(21).
  05 FILLER PIC X.
  05 DRL-ITEM-TEXT PIC X(8).
  05 FILLER PIC X(24).
  05 DRL-VERDICT PIC X(10).
  05 FILLER PIC X(64).
FD DRILL-EXCEPTION-FILE.
*> EXCRPT's consolidated exception: the 95-byte EXCPTS body and its
*> acknowledgment id.
01 DRILL-EXCEPTION-RECORD.
  05 DXR-TIMESTAMP PIC X(21).
  05 FILLER PIC X.
  05 DXR-SEVERITY PIC X.
  05 FILLER PIC X.
  05 DXR-TYPE PIC X(8).
  05 FILLER PIC X(78).
FD SCORECARD-REPORT-FILE.
01 SCORECARD-REPORT-LINE PIC X(132).
WORKING-STORAGE SECTION.
COPY DRLREC.
COPY FACNAMES.
01 SCORECARD-CONTROL-FIELDS.
  05 FAULT-LOG-FILE-STATUS PIC XX VALUE SPACES.
  05 VERDICT-FILE-STATUS PIC XX VALUE SPACES.
  05 RECON-FILE-STATUS PIC XX VALUE SPACES.
  05 EXCOUT-FILE-STATUS PIC XX VALUE SPACES.
  05 REPORT-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-INPUT-SWITCH PIC X VALUE "N".
    88 END-OF-INPUT VALUE "Y".
  05 REPORT-RUN-DATE PIC X(21) VALUE SPACES.
*> the drill being scored - the last one on DRILL.FAULTLOG.  Each
*> drill appends its faults under its own run id, so a change of run
*> id starts the table again and the newest drill is what is left.
01 DRILL-RUN-FIELDS.
  05 DRILL-RUN-ID PIC X(21) VALUE SPACES.
  05 DRILL-RUN-START-TIMESTAMP PIC X(21) VALUE SPACES.
  05 DRILL-RUN-END-TIMESTAMP PIC X(21) VALUE SPACES.
  05 DRILL-FAULT-COUNT PIC 99 VALUE ZERO.
  05 DRILL-FAULT-ENTRY OCCURS 20 TIMES.
    10 DF-FAULT-SEQUENCE PIC 99.
    10 DF-FAC PIC 9999.
    10 DF-PERTURBATION PIC X(8).
    10 DF-INJECTED-FLAG PIC X.
    10 DF-CHANGE-REFERENCE PIC X(12).
    10 DF-CONTROL-NAME PIC X(8).
    10 DF-OUTCOME PIC X(12).
  05 FAULT-SUB PIC 99 VALUE ZERO.
*> what the controls raised for the drill: FAIL verdicts per FAC
*> (entry n is FAC n - 1, as FACNAMES has it), whether FACRECON
*> found the drill's record count out of balance, and the OVERFLOW
*> errors EXCRPT reported inside the drill's window.  Each caught
*> fault uses up one of what was raised, so two faults on one FAC
*> are not both scored off a single FAIL line.
01 CONTROL-EVIDENCE-FIELDS.
  05 FAIL-VERDICT-COUNT PIC 9(5) OCCURS 22 TIMES.
  05 FAC-NAME-SUB PIC 99 VALUE ZERO.
  05 NAME-MATCHED-SWITCH PIC X VALUE "N".
    88 NAME-MATCHED VALUE "Y".
  05 RECORD-BREAK-COUNT PIC 9(5) VALUE ZERO.
  05 OVERFLOW-ERROR-COUNT PIC 9(5) VALUE ZERO.
  05 FAC-TABLE-SUB PIC 99 VALUE ZERO.
01 SCORECARD-TOTALS.
  05 FAULTS-CAUGHT-COUNT PIC 99 VALUE ZERO.
  05 FAULTS-MISSED-COUNT PIC 99 VALUE ZERO.
  05 FAULTS-NOT-INJECTED-COUNT PIC 99 VALUE ZERO.
01 SCORECARD-PRINT-LINES.
  05 REPORT-HEADER-LINE.
    10 FILLER PIC X(43)
        VALUE "DRILLSC - FAULT-INJECTION DRILL SCORECARD".
    10 FILLER PIC X(10) VALUE "RUN DATE: ".
    10 RHL-RUN-DATE PIC X(21).
  05 REPORT-RULE-LINE PIC X(132) VALUE ALL "=".
  05 DRILL-RUN-LINE.
    10 FILLER PIC X(10) VALUE "DRILL RUN ".
    10 DRL-RUN-ID PIC X(21).
    10 FILLER PIC X(7) VALUE "  FROM ".
    10 DRL-RUN-START PIC X(21).
    10 FILLER PIC X(4) VALUE " TO ".
    10 DRL-RUN-END PIC X(21).
  05 FAULT-HEADING-LINE.
    10 FILLER PIC X(34) VALUE "SEQ  FAC  FAULT     CHANGE REF    ".
    10 FILLER PIC X(16) VALUE "CONTROL   RESULT".
  05 FAULT-DETAIL-LINE.
    10 FDL-FAULT-SEQUENCE PIC Z9.
    10 FILLER PIC XXX VALUE SPACES.
    10 FDL-FAC PIC 9999.
    10 FILLER PIC X VALUE SPACE.
    10 FDL-PERTURBATION PIC X(8).
    10 FILLER PIC XX VALUE SPACES.
    10 FDL-CHANGE-REFERENCE PIC X(12).
    10 FILLER PIC XX VALUE SPACES.
    10 FDL-CONTROL-NAME PIC X(8).
    10 FILLER PIC XX VALUE SPACES.
    10 FDL-OUTCOME PIC X(12).
  05 MISSED-TITLE-LINE PIC X(132)
      VALUE "FAULTS THAT GOT THROUGH - NO CONTROL CAUGHT THEM".
  05 NONE-MISSED-LINE PIC X(132)
      VALUE "  NONE - EVERY INJECTED FAULT WAS CAUGHT".
  05 SCORE-TOTAL-LINE.
    10 FILLER PIC X(10) VALUE "INJECTED: ".
    10 STL-INJECTED-COUNT PIC Z9.
    10 FILLER PIC X(11) VALUE "  CAUGHT: ".
    10 STL-CAUGHT-COUNT PIC Z9.
    10 FILLER PIC X(11) VALUE "  MISSED: ".
    10 STL-MISSED-COUNT PIC Z9.
    10 FILLER PIC X(17) VALUE "  NOT INJECTED: ".
    10 STL-NOT-INJECTED-COUNT PIC Z9.
  05 BLANK-PRINT-LINE PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
*> scores the last fault-injection drill: for every fault TESTPROG
*> was asked to inject, did the control that exists to catch it
*> catch it -
*>   ERGOFF1  - a FAIL verdict for the FAC on DRILL.VERDICTS under
*>              the drill's run id (CHECKEXPECTEDRESULT)
*>   SUPPRESS - the drill's RECORDS line out of balance on
*>              DRILL.RECNPRT (FACRECON)
*>   OVERFLOW - an "E" OVERFLOW exception inside the drill's window
*>              on DRILL.EXCOUT (EXCRPT)
*> and lists the faults that got through.  A control whose output
*> is missing caught nothing.  RC 8 when a fault got through or there
*> is no drill to score, RC 4 when a fault was never injected (its
*> FAC value never reached the injection point), RC 0 otherwise.
0000-MAINLINE.
MOVE FUNCTION CURRENT-DATE TO REPORT-RUN-DATE.
PERFORM 1000-LOAD-LAST-DRILL.
IF DRILL-FAULT-COUNT = 0 THEN
  DISPLAY "DRILLSC: NO DRILL FAULTS ON DRILL.FAULTLOG - NOTHING TO SCORE"
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
OPEN OUTPUT SCORECARD-REPORT-FILE.
IF REPORT-FILE-STATUS NOT = "00" THEN
  DISPLAY "DRILLSC: CANNOT OPEN DRILLRPT - STATUS " REPORT-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 2000-GATHER-FAIL-VERDICTS.
PERFORM 3000-GATHER-RECORD-BREAKS.
PERFORM 4000-GATHER-OVERFLOW-ERRORS.
MOVE 1 TO FAULT-SUB.
PERFORM 5000-SCORE-ONE-FAULT UNTIL FAULT-SUB > DRILL-FAULT-COUNT.
PERFORM 6000-PRINT-SCORECARD.
CLOSE SCORECARD-REPORT-FILE.
DISPLAY "DRILLSC: " FAULTS-CAUGHT-COUNT " CAUGHT, " FAULTS-MISSED-COUNT
  " MISSED, " FAULTS-NOT-INJECTED-COUNT " NOT INJECTED".
EVALUATE TRUE
  WHEN FAULTS-MISSED-COUNT > 0
    DISPLAY "DRILLSC: FAULTS GOT THROUGH - SEE DRILLRPT"
    MOVE 8 TO RETURN-CODE
  WHEN FAULTS-NOT-INJECTED-COUNT > 0
    MOVE 4 TO RETURN-CODE
  WHEN OTHER
    MOVE 0 TO RETURN-CODE
END-EVALUATE.
STOP RUN.

1000-LOAD-LAST-DRILL.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT DRILL-FAULT-LOG-FILE.
IF FAULT-LOG-FILE-STATUS = "00" THEN
  PERFORM 1100-LOAD-ONE-FAULT UNTIL END-OF-INPUT
  CLOSE DRILL-FAULT-LOG-FILE
ELSE
  DISPLAY "DRILLSC: DRILL.FAULTLOG NOT AVAILABLE - STATUS "
    FAULT-LOG-FILE-STATUS
END-IF.

1100-LOAD-ONE-FAULT.
READ DRILL-FAULT-LOG-FILE INTO DRILL-FAULT-LOG-RECORD
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    IF DFL-RUN-ID NOT = DRILL-RUN-ID THEN
      MOVE DFL-RUN-ID TO DRILL-RUN-ID
      MOVE DFL-RUN-START-TIMESTAMP TO DRILL-RUN-START-TIMESTAMP
      MOVE DFL-RUN-END-TIMESTAMP TO DRILL-RUN-END-TIMESTAMP
      MOVE 0 TO DRILL-FAULT-COUNT
    END-IF
    IF DRILL-FAULT-COUNT < 20 THEN
      ADD 1 TO DRILL-FAULT-COUNT
      MOVE DFL-FAULT-SEQUENCE TO DF-FAULT-SEQUENCE (DRILL-FAULT-COUNT)
      MOVE DFL-FAC TO DF-FAC (DRILL-FAULT-COUNT)
      MOVE DFL-PERTURBATION TO DF-PERTURBATION (DRILL-FAULT-COUNT)
      MOVE DFL-INJECTED-FLAG TO DF-INJECTED-FLAG (DRILL-FAULT-COUNT)
      MOVE DFL-CHANGE-REFERENCE
        TO DF-CHANGE-REFERENCE (DRILL-FAULT-COUNT)
    END-IF
END-READ.

2000-GATHER-FAIL-VERDICTS.
MOVE 1 TO FAC-TABLE-SUB.
PERFORM 2010-CLEAR-ONE-FAIL-COUNT UNTIL FAC-TABLE-SUB > 22.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT DRILL-VERDICT-FILE.
IF VERDICT-FILE-STATUS = "00" THEN
  PERFORM 2100-READ-ONE-VERDICT UNTIL END-OF-INPUT
  CLOSE DRILL-VERDICT-FILE
ELSE
  DISPLAY "DRILLSC: DRILL.VERDICTS NOT AVAILABLE - STATUS "
    VERDICT-FILE-STATUS
END-IF.

2010-CLEAR-ONE-FAIL-COUNT.
MOVE 0 TO FAIL-VERDICT-COUNT (FAC-TABLE-SUB).
ADD 1 TO FAC-TABLE-SUB.

2100-READ-ONE-VERDICT.
READ DRILL-VERDICT-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    IF DVR-RUN-ID = DRILL-RUN-ID AND DVR-VERDICT = "FAIL" THEN
      MOVE "N" TO NAME-MATCHED-SWITCH
      MOVE 1 TO FAC-NAME-SUB
      PERFORM 2110-MATCH-ONE-NAME UNTIL NAME-MATCHED OR FAC-NAME-SUB > 22
      IF NAME-MATCHED THEN
        ADD 1 TO FAIL-VERDICT-COUNT (FAC-NAME-SUB)
      END-IF
    END-IF
END-READ.

2110-MATCH-ONE-NAME.
IF DVR-TEST-CASE-NAME (1:30) = FACULTY-CASE-NAME-ENTRY (FAC-NAME-SUB) THEN
  SET NAME-MATCHED TO TRUE
ELSE
  ADD 1 TO FAC-NAME-SUB
END-IF.

*> a suppressed record leaves the count short however many were
*> suppressed, so one RECORDS break answers for every SUPPRESS fault
*> in the drill.
3000-GATHER-RECORD-BREAKS.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT DRILL-RECON-FILE.
IF RECON-FILE-STATUS = "00" THEN
  PERFORM 3100-READ-ONE-RECON-LINE UNTIL END-OF-INPUT
  CLOSE DRILL-RECON-FILE
ELSE
  DISPLAY "DRILLSC: DRILL.RECNPRT NOT AVAILABLE - STATUS "
    RECON-FILE-STATUS
END-IF.

3100-READ-ONE-RECON-LINE.
READ DRILL-RECON-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    IF DRL-LINE-KIND = "RUN "
       AND DRL-START-TIMESTAMP = DRILL-RUN-START-TIMESTAMP
       AND DRL-ITEM-TEXT = "RECORDS "
       AND DRL-VERDICT = "OUT OF BAL" THEN
      ADD 1 TO RECORD-BREAK-COUNT
    END-IF
END-READ.

4000-GATHER-OVERFLOW-ERRORS.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT DRILL-EXCEPTION-FILE.
IF EXCOUT-FILE-STATUS = "00" THEN
  PERFORM 4100-READ-ONE-EXCEPTION UNTIL END-OF-INPUT
  CLOSE DRILL-EXCEPTION-FILE
ELSE
  DISPLAY "DRILLSC: DRILL.EXCOUT NOT AVAILABLE - STATUS "
    EXCOUT-FILE-STATUS
END-IF.

4100-READ-ONE-EXCEPTION.
READ DRILL-EXCEPTION-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    IF DXR-SEVERITY = "E" AND DXR-TYPE = "OVERFLOW"
       AND DXR-TIMESTAMP NOT < DRILL-RUN-START-TIMESTAMP
       AND DXR-TIMESTAMP NOT > DRILL-RUN-END-TIMESTAMP THEN
      ADD 1 TO OVERFLOW-ERROR-COUNT
    END-IF
END-READ.

5000-SCORE-ONE-FAULT.
MOVE "MISSED" TO DF-OUTCOME (FAULT-SUB).
EVALUATE DF-PERTURBATION (FAULT-SUB)
  WHEN "ERGOFF1"
    MOVE "VERDICTS" TO DF-CONTROL-NAME (FAULT-SUB)
    IF DF-FAC (FAULT-SUB) < 21 THEN
      COMPUTE FAC-TABLE-SUB = DF-FAC (FAULT-SUB) + 1
      IF FAIL-VERDICT-COUNT (FAC-TABLE-SUB) > 0 THEN
        SUBTRACT 1 FROM FAIL-VERDICT-COUNT (FAC-TABLE-SUB)
        MOVE "CAUGHT" TO DF-OUTCOME (FAULT-SUB)
      END-IF
    END-IF
  WHEN "SUPPRESS"
    MOVE "FACRECON" TO DF-CONTROL-NAME (FAULT-SUB)
    IF RECORD-BREAK-COUNT > 0 THEN
      MOVE "CAUGHT" TO DF-OUTCOME (FAULT-SUB)
    END-IF
  WHEN "OVERFLOW"
    MOVE "EXCRPT" TO DF-CONTROL-NAME (FAULT-SUB)
    IF OVERFLOW-ERROR-COUNT > 0 THEN
      SUBTRACT 1 FROM OVERFLOW-ERROR-COUNT
      MOVE "CAUGHT" TO DF-OUTCOME (FAULT-SUB)
    END-IF
  WHEN OTHER
    MOVE SPACES TO DF-CONTROL-NAME (FAULT-SUB)
END-EVALUATE.
IF DF-INJECTED-FLAG (FAULT-SUB) NOT = "Y" THEN
  MOVE "NOT INJECTED" TO DF-OUTCOME (FAULT-SUB)
END-IF.
EVALUATE DF-OUTCOME (FAULT-SUB)
  WHEN "CAUGHT"
    ADD 1 TO FAULTS-CAUGHT-COUNT
  WHEN "MISSED"
    ADD 1 TO FAULTS-MISSED-COUNT
  WHEN OTHER
    ADD 1 TO FAULTS-NOT-INJECTED-COUNT
END-EVALUATE.
ADD 1 TO FAULT-SUB.

6000-PRINT-SCORECARD.
MOVE REPORT-RUN-DATE TO RHL-RUN-DATE.
WRITE SCORECARD-REPORT-LINE FROM REPORT-HEADER-LINE.
WRITE SCORECARD-REPORT-LINE FROM REPORT-RULE-LINE.
MOVE DRILL-RUN-ID TO DRL-RUN-ID.
MOVE DRILL-RUN-START-TIMESTAMP TO DRL-RUN-START.
MOVE DRILL-RUN-END-TIMESTAMP TO DRL-RUN-END.
WRITE SCORECARD-REPORT-LINE FROM DRILL-RUN-LINE.
WRITE SCORECARD-REPORT-LINE FROM BLANK-PRINT-LINE.
WRITE SCORECARD-REPORT-LINE FROM FAULT-HEADING-LINE.
MOVE 1 TO FAULT-SUB.
PERFORM 6100-PRINT-ONE-FAULT UNTIL FAULT-SUB > DRILL-FAULT-COUNT.
WRITE SCORECARD-REPORT-LINE FROM BLANK-PRINT-LINE.
WRITE SCORECARD-REPORT-LINE FROM MISSED-TITLE-LINE.
IF FAULTS-MISSED-COUNT = 0 THEN
  WRITE SCORECARD-REPORT-LINE FROM NONE-MISSED-LINE
ELSE
  MOVE 1 TO FAULT-SUB
  PERFORM 6200-PRINT-ONE-MISSED UNTIL FAULT-SUB > DRILL-FAULT-COUNT
END-IF.
WRITE SCORECARD-REPORT-LINE FROM BLANK-PRINT-LINE.
COMPUTE STL-INJECTED-COUNT
  = DRILL-FAULT-COUNT - FAULTS-NOT-INJECTED-COUNT.
MOVE FAULTS-CAUGHT-COUNT TO STL-CAUGHT-COUNT.
MOVE FAULTS-MISSED-COUNT TO STL-MISSED-COUNT.
MOVE FAULTS-NOT-INJECTED-COUNT TO STL-NOT-INJECTED-COUNT.
WRITE SCORECARD-REPORT-LINE FROM SCORE-TOTAL-LINE.

6100-PRINT-ONE-FAULT.
PERFORM 6300-FORMAT-FAULT-LINE.
WRITE SCORECARD-REPORT-LINE FROM FAULT-DETAIL-LINE.
ADD 1 TO FAULT-SUB.

6200-PRINT-ONE-MISSED.
IF DF-OUTCOME (FAULT-SUB) = "MISSED" THEN
  PERFORM 6300-FORMAT-FAULT-LINE
  WRITE SCORECARD-REPORT-LINE FROM FAULT-DETAIL-LINE
END-IF.
ADD 1 TO FAULT-SUB.

6300-FORMAT-FAULT-LINE.
MOVE DF-FAULT-SEQUENCE (FAULT-SUB) TO FDL-FAULT-SEQUENCE.
MOVE DF-FAC (FAULT-SUB) TO FDL-FAC.
MOVE DF-PERTURBATION (FAULT-SUB) TO FDL-PERTURBATION.
MOVE DF-CHANGE-REFERENCE (FAULT-SUB) TO FDL-CHANGE-REFERENCE.
MOVE DF-CONTROL-NAME (FAULT-SUB) TO FDL-CONTROL-NAME.
MOVE DF-OUTCOME (FAULT-SUB) TO FDL-OUTCOME.

END PROGRAM DRILLSC.
