IDENTIFICATION DIVISION.
PROGRAM-ID. PRBVAL.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT PROBE-CATALOG-FILE ASSIGN TO "PROBECAT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS PROBE-FILE-STATUS.
SELECT COVERAGE-INDEX-FILE ASSIGN TO "COVIDX"
  ORGANIZATION IS INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY IS CVX-KEY
  FILE STATUS IS INDEX-FILE-STATUS.
SELECT COVERAGE-LOG-FILE ASSIGN TO "coverage.clf"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS LOG-FILE-STATUS.
SELECT VALIDATION-REPORT-FILE ASSIGN TO "PRBVPRT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS REPORT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD PROBE-CATALOG-FILE.
COPY PRBREC.
FD COVERAGE-INDEX-FILE.
COPY CVXREC.
FD COVERAGE-LOG-FILE.
01 COVERAGE-LOG-RECORD PIC X(80).
FD VALIDATION-REPORT-FILE.
01 VALIDATION-REPORT-LINE PIC X(132).
WORKING-STORAGE SECTION.
01 VALIDATION-CONTROL-FIELDS.
  05 INDEX-FILE-STATUS PIC XX VALUE SPACES.
  05 LOG-FILE-STATUS PIC XX VALUE SPACES.
  05 REPORT-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-INDEX-SWITCH PIC X VALUE "N".
    88 END-OF-INDEX VALUE "Y".
  05 END-OF-LOG-SWITCH PIC X VALUE "N".
    88 END-OF-LOG VALUE "Y".
  05 REPORT-RUN-DATE PIC X(21) VALUE SPACES.
  05 COUNTER-SUB PIC 99 VALUE ZERO.
  05 ACTIVE-COUNTER-LIMIT PIC 999 VALUE ZERO.
  05 UNCATALOGED-TAG-COUNT PIC 9(5) VALUE ZERO.
  05 STALE-PROBE-COUNT PIC 9(5) VALUE ZERO.
  05 SEEN-TAGS-DROPPED-COUNT PIC 9(5) VALUE ZERO.
  05 CATALOG-OVERFLOW-SWITCH PIC X VALUE "N".
    88 CATALOG-OVERFLOW VALUE "Y".
  05 LOG-CHECKED-SWITCH PIC X VALUE "N".
    88 LOG-CHECKED VALUE "Y".

COPY PRBTAB.

*> every program / tag pair written anywhere, with where it was
*> first seen - a tag the catalog does not know is reported once, not
*> once per test case that carries it.
01 SEEN-TAG-TABLE.
  05 SEEN-TAG-COUNT PIC 999 VALUE ZERO.
  05 SEEN-TAG OCCURS 500 TIMES.
    10 ST-PROGRAM-NAME PIC X(14).
    10 ST-COUNTER-ID PIC X(9).
    10 ST-SEEN-ON PIC X(12).
    10 ST-CATALOGED-FLAG PIC X.
01 SEEN-TAG-WORK-FIELDS.
  05 SEEN-SUB PIC 999 VALUE ZERO.
  05 SEEN-FOUND-SWITCH PIC X VALUE "N".
    88 SEEN-FOUND VALUE "Y".
  05 NOTED-PROGRAM-NAME PIC X(14) VALUE SPACES.
  05 NOTED-COUNTER-ID PIC X(9) VALUE SPACES.
  05 NOTED-SEEN-ON PIC X(12) VALUE SPACES.

*> the counter-line parse is COVRPT's: a tag, one space, then the
*> 18-digit hit count, and only between the two horizontal rules of
*> a test-case block.
01 LOG-PARSE-FIELDS.
  05 LOG-PROGRAM-NAME PIC X(14) VALUE SPACES.
  05 PARSED-ITEM-TAG PIC X(9) VALUE SPACES.
  05 TAG-SPACE-POSITION PIC 99 VALUE ZERO.
  05 TAG-SCAN-SUB PIC 99 VALUE ZERO.
  05 TAG-LINE-VALID-SWITCH PIC X VALUE "N".
    88 TAG-LINE-VALID VALUE "Y".
  05 IN-COUNTER-LINES-SWITCH PIC X VALUE "N".
    88 IN-COUNTER-LINES VALUE "Y".
  05 AWAITING-RULE-SWITCH PIC X VALUE "N".
    88 AWAITING-RULE VALUE "Y".

01 REPORT-PRINT-LINES.
  05 REPORT-HEADER-LINE.
    10 FILLER PIC X(37) VALUE "PRBVAL - PROBE CATALOG VALIDATION".
    10 FILLER PIC X(10) VALUE "RUN DATE: ".
    10 RHL-RUN-DATE PIC X(21).
  05 REPORT-RULE-LINE PIC X(132) VALUE ALL "=".
  05 UNCATALOGED-TITLE-LINE PIC X(132)
      VALUE "TAGS WRITTEN BY A PROGRAM BUT MISSING FROM THE PROBE CATALOG".
  05 STALE-TITLE-LINE PIC X(132)
      VALUE "CATALOG ENTRIES NO PROGRAM WRITES ANY MORE".
  05 NONE-FOUND-LINE PIC X(132) VALUE "  NONE".
  05 UNCATALOGED-DETAIL-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 UDL-PROGRAM-NAME PIC X(14).
    10 FILLER PIC XX VALUE SPACES.
    10 UDL-COUNTER-ID PIC X(9).
    10 FILLER PIC X(11) VALUE "  SEEN ON  ".
    10 UDL-SEEN-ON PIC X(12).
  05 STALE-DETAIL-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 SDL-PROGRAM-NAME PIC X(14).
    10 FILLER PIC XX VALUE SPACES.
    10 SDL-COUNTER-ID PIC X(9).
    10 FILLER PIC XX VALUE SPACES.
    10 SDL-PARAGRAPH-NAME PIC X(30).
    10 FILLER PIC X(6) VALUE " LINE ".
    10 SDL-SOURCE-LINE PIC ZZZZ9.
    10 FILLER PIC XX VALUE SPACES.
    10 SDL-DESCRIPTION PIC X(60).
  05 TOTAL-LINE.
    10 FILLER PIC X(20) VALUE "CATALOG ENTRIES:    ".
    10 TL-CATALOG-COUNT PIC ZZZZ9.
    10 FILLER PIC X(20) VALUE "   UNCATALOGED TAGS:".
    10 TL-UNCATALOGED-COUNT PIC ZZZZ9.
    10 FILLER PIC X(18) VALUE "   STALE ENTRIES: ".
    10 TL-STALE-COUNT PIC ZZZZ9.
  05 LOG-NOT-CHECKED-LINE PIC X(132)
      VALUE "COVERAGE.CLF NOT AVAILABLE - ONLY COVIDX TAGS WERE CHECKED".
  05 INPUT-MISSING-LINE.
    10 IML-FILE-NAME PIC X(8).
    10 FILLER PIC X(41) VALUE " NOT AVAILABLE - NOTHING CHECKED TONIGHT".
  05 BLANK-PRINT-LINE PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
*> the catalog is only worth having while it matches the code: every
*> tag an instrumented program still writes - to COVIDX or as a
*> counter line in the consolidated coverage.clf (the loop counters
*> never reach COVIDX) - must have an entry, and every entry must
*> still be written by somebody.  Either kind of drift ends RC 4, as
*> does a catalog too big to check whole or a missing PROBECAT or
*> COVIDX; RC 8 only when PRBVPRT cannot be written.
0000-MAINLINE.
MOVE FUNCTION CURRENT-DATE TO REPORT-RUN-DATE.
PERFORM 1000-LOAD-PROBE-CATALOG.
PERFORM 2000-SCAN-COVERAGE-INDEX.
PERFORM 3000-SCAN-COVERAGE-LOG.
PERFORM 4000-PRINT-VALIDATION-REPORT.
DISPLAY "PRBVAL: " PROBE-ENTRY-COUNT " CATALOG ENTRIES, "
  UNCATALOGED-TAG-COUNT " UNCATALOGED TAG(S), "
  STALE-PROBE-COUNT " STALE ENTRY(IES)".
IF SEEN-TAGS-DROPPED-COUNT > 0 THEN
  DISPLAY "PRBVAL: " SEEN-TAGS-DROPPED-COUNT
    " TAGS BEYOND THE 500-ENTRY TABLE WERE NOT CHECKED"
END-IF.
EVALUATE TRUE
  WHEN CATALOG-OVERFLOW
    MOVE 4 TO RETURN-CODE
  WHEN UNCATALOGED-TAG-COUNT > 0 OR STALE-PROBE-COUNT > 0
    MOVE 4 TO RETURN-CODE
  WHEN OTHER
    MOVE 0 TO RETURN-CODE
END-EVALUATE.
STOP RUN.

1000-LOAD-PROBE-CATALOG.
OPEN INPUT PROBE-CATALOG-FILE.
IF PROBE-FILE-STATUS NOT = "00" THEN
  DISPLAY "PRBVAL: PROBECAT NOT AVAILABLE - STATUS " PROBE-FILE-STATUS
  MOVE "PROBECAT" TO IML-FILE-NAME
  PERFORM 8000-REPORT-INPUT-MISSING
END-IF.
PERFORM 1100-LOAD-ONE-PROBE UNTIL END-OF-PROBES.
CLOSE PROBE-CATALOG-FILE.

1100-LOAD-ONE-PROBE.
READ PROBE-CATALOG-FILE
  AT END
    SET END-OF-PROBES TO TRUE
  NOT AT END
    IF PROBE-ENTRY-COUNT >= 500 THEN
      DISPLAY "PRBVAL: PROBECAT HOLDS MORE THAN 500 ENTRIES - "
        PRB-PROGRAM-NAME " " PRB-COUNTER-ID " NOT CHECKED"
      SET CATALOG-OVERFLOW TO TRUE
      SET END-OF-PROBES TO TRUE
    ELSE
      ADD 1 TO PROBE-ENTRY-COUNT
      MOVE PRB-PROGRAM-NAME TO PE-PROGRAM-NAME (PROBE-ENTRY-COUNT)
      MOVE PRB-COUNTER-ID TO PE-COUNTER-ID (PROBE-ENTRY-COUNT)
      MOVE PRB-PARAGRAPH-NAME TO PE-PARAGRAPH-NAME (PROBE-ENTRY-COUNT)
      MOVE PRB-SOURCE-LINE TO PE-SOURCE-LINE (PROBE-ENTRY-COUNT)
      MOVE PRB-COUNTER-CLASS TO PE-COUNTER-CLASS (PROBE-ENTRY-COUNT)
      MOVE PRB-DESCRIPTION TO PE-DESCRIPTION (PROBE-ENTRY-COUNT)
      MOVE "N" TO PE-SEEN-FLAG (PROBE-ENTRY-COUNT)
    END-IF
END-READ.

2000-SCAN-COVERAGE-INDEX.
OPEN INPUT COVERAGE-INDEX-FILE.
IF INDEX-FILE-STATUS NOT = "00" THEN
  DISPLAY "PRBVAL: COVIDX NOT AVAILABLE - STATUS " INDEX-FILE-STATUS
  MOVE "COVIDX" TO IML-FILE-NAME
  PERFORM 8000-REPORT-INPUT-MISSING
END-IF.
MOVE LOW-VALUES TO CVX-KEY.
START COVERAGE-INDEX-FILE KEY NOT < CVX-KEY
  INVALID KEY
    SET END-OF-INDEX TO TRUE
END-START.
PERFORM 2100-READ-ONE-INDEX-RECORD UNTIL END-OF-INDEX.
CLOSE COVERAGE-INDEX-FILE.

2100-READ-ONE-INDEX-RECORD.
READ COVERAGE-INDEX-FILE NEXT RECORD
  AT END
    SET END-OF-INDEX TO TRUE
  NOT AT END
    MOVE CVX-COUNTER-COUNT TO ACTIVE-COUNTER-LIMIT
    IF ACTIVE-COUNTER-LIMIT > 50 THEN
      MOVE 50 TO ACTIVE-COUNTER-LIMIT
    END-IF
    MOVE 1 TO COUNTER-SUB
    PERFORM 2200-NOTE-ONE-INDEX-COUNTER
      UNTIL COUNTER-SUB > ACTIVE-COUNTER-LIMIT
END-READ.

2200-NOTE-ONE-INDEX-COUNTER.
MOVE CVX-PROGRAM-NAME TO NOTED-PROGRAM-NAME.
MOVE CVX-COUNTER-ID (COUNTER-SUB) TO NOTED-COUNTER-ID.
MOVE "COVIDX" TO NOTED-SEEN-ON.
PERFORM 5000-NOTE-ONE-TAG.
ADD 1 TO COUNTER-SUB.

3000-SCAN-COVERAGE-LOG.
OPEN INPUT COVERAGE-LOG-FILE.
IF LOG-FILE-STATUS = "00" THEN
  SET LOG-CHECKED TO TRUE
  PERFORM 3100-READ-ONE-LOG-LINE UNTIL END-OF-LOG
  CLOSE COVERAGE-LOG-FILE
ELSE
  DISPLAY "PRBVAL: COVERAGE.CLF NOT AVAILABLE - STATUS "
    LOG-FILE-STATUS " - ONLY COVIDX TAGS CHECKED"
END-IF.

3100-READ-ONE-LOG-LINE.
READ COVERAGE-LOG-FILE
  AT END
    SET END-OF-LOG TO TRUE
  NOT AT END
    PERFORM 3200-EXAMINE-ONE-LOG-LINE
END-READ.

3200-EXAMINE-ONE-LOG-LINE.
IF COVERAGE-LOG-RECORD (1:14) = "Program name: " THEN
  MOVE COVERAGE-LOG-RECORD (19:14) TO LOG-PROGRAM-NAME
  MOVE "N" TO IN-COUNTER-LINES-SWITCH
  MOVE "N" TO AWAITING-RULE-SWITCH
END-IF.
IF COVERAGE-LOG-RECORD (1:16) = "Test case name: " THEN
  MOVE "Y" TO AWAITING-RULE-SWITCH
  MOVE "N" TO IN-COUNTER-LINES-SWITCH
END-IF.
IF COVERAGE-LOG-RECORD (1:4) = "----" THEN
  IF AWAITING-RULE THEN
    MOVE "N" TO AWAITING-RULE-SWITCH
    MOVE "Y" TO IN-COUNTER-LINES-SWITCH
  ELSE
    MOVE "N" TO IN-COUNTER-LINES-SWITCH
  END-IF
END-IF.
IF IN-COUNTER-LINES AND LOG-PROGRAM-NAME NOT = SPACES
   AND COVERAGE-LOG-RECORD (1:1) NOT = "-"
   AND COVERAGE-LOG-RECORD (1:1) NOT = SPACE THEN
  PERFORM 3300-PARSE-ONE-TAG-LINE
  IF TAG-LINE-VALID THEN
    MOVE LOG-PROGRAM-NAME TO NOTED-PROGRAM-NAME
    MOVE PARSED-ITEM-TAG TO NOTED-COUNTER-ID
    MOVE "COVERAGE.CLF" TO NOTED-SEEN-ON
    PERFORM 5000-NOTE-ONE-TAG
  END-IF
END-IF.

3300-PARSE-ONE-TAG-LINE.
MOVE "N" TO TAG-LINE-VALID-SWITCH.
MOVE 0 TO TAG-SPACE-POSITION.
MOVE 2 TO TAG-SCAN-SUB.
PERFORM 3310-FIND-TAG-SPACE
  UNTIL TAG-SPACE-POSITION > 0 OR TAG-SCAN-SUB > 10.
IF TAG-SPACE-POSITION > 1 THEN
  IF COVERAGE-LOG-RECORD (TAG-SPACE-POSITION + 1:18) IS NUMERIC THEN
    MOVE SPACES TO PARSED-ITEM-TAG
    MOVE COVERAGE-LOG-RECORD (1:TAG-SPACE-POSITION - 1)
      TO PARSED-ITEM-TAG
    SET TAG-LINE-VALID TO TRUE
  END-IF
END-IF.

3310-FIND-TAG-SPACE.
IF COVERAGE-LOG-RECORD (TAG-SCAN-SUB:1) = SPACE THEN
  MOVE TAG-SCAN-SUB TO TAG-SPACE-POSITION
ELSE
  ADD 1 TO TAG-SCAN-SUB
END-IF.

4000-PRINT-VALIDATION-REPORT.
OPEN OUTPUT VALIDATION-REPORT-FILE.
IF REPORT-FILE-STATUS NOT = "00" THEN
  DISPLAY "PRBVAL: CANNOT OPEN PRBVPRT - STATUS " REPORT-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE REPORT-RUN-DATE TO RHL-RUN-DATE.
WRITE VALIDATION-REPORT-LINE FROM REPORT-HEADER-LINE.
WRITE VALIDATION-REPORT-LINE FROM REPORT-RULE-LINE.
IF NOT LOG-CHECKED THEN
  WRITE VALIDATION-REPORT-LINE FROM LOG-NOT-CHECKED-LINE
END-IF.
WRITE VALIDATION-REPORT-LINE FROM BLANK-PRINT-LINE.
WRITE VALIDATION-REPORT-LINE FROM UNCATALOGED-TITLE-LINE.
MOVE 1 TO SEEN-SUB.
PERFORM 4100-PRINT-ONE-UNCATALOGED-TAG UNTIL SEEN-SUB > SEEN-TAG-COUNT.
IF UNCATALOGED-TAG-COUNT = 0 THEN
  WRITE VALIDATION-REPORT-LINE FROM NONE-FOUND-LINE
END-IF.
WRITE VALIDATION-REPORT-LINE FROM BLANK-PRINT-LINE.
WRITE VALIDATION-REPORT-LINE FROM STALE-TITLE-LINE.
MOVE 1 TO PROBE-SUB.
PERFORM 4200-PRINT-ONE-STALE-PROBE UNTIL PROBE-SUB > PROBE-ENTRY-COUNT.
IF STALE-PROBE-COUNT = 0 THEN
  WRITE VALIDATION-REPORT-LINE FROM NONE-FOUND-LINE
END-IF.
WRITE VALIDATION-REPORT-LINE FROM BLANK-PRINT-LINE.
MOVE PROBE-ENTRY-COUNT TO TL-CATALOG-COUNT.
MOVE UNCATALOGED-TAG-COUNT TO TL-UNCATALOGED-COUNT.
MOVE STALE-PROBE-COUNT TO TL-STALE-COUNT.
WRITE VALIDATION-REPORT-LINE FROM TOTAL-LINE.
CLOSE VALIDATION-REPORT-FILE.

4100-PRINT-ONE-UNCATALOGED-TAG.
IF ST-CATALOGED-FLAG (SEEN-SUB) NOT = "Y" THEN
  ADD 1 TO UNCATALOGED-TAG-COUNT
  MOVE ST-PROGRAM-NAME (SEEN-SUB) TO UDL-PROGRAM-NAME
  MOVE ST-COUNTER-ID (SEEN-SUB) TO UDL-COUNTER-ID
  MOVE ST-SEEN-ON (SEEN-SUB) TO UDL-SEEN-ON
  WRITE VALIDATION-REPORT-LINE FROM UNCATALOGED-DETAIL-LINE
END-IF.
ADD 1 TO SEEN-SUB.

4200-PRINT-ONE-STALE-PROBE.
IF PE-SEEN-FLAG (PROBE-SUB) NOT = "Y" THEN
  ADD 1 TO STALE-PROBE-COUNT
  MOVE PE-PROGRAM-NAME (PROBE-SUB) TO SDL-PROGRAM-NAME
  MOVE PE-COUNTER-ID (PROBE-SUB) TO SDL-COUNTER-ID
  MOVE PE-PARAGRAPH-NAME (PROBE-SUB) TO SDL-PARAGRAPH-NAME
  MOVE PE-SOURCE-LINE (PROBE-SUB) TO SDL-SOURCE-LINE
  MOVE PE-DESCRIPTION (PROBE-SUB) TO SDL-DESCRIPTION
  WRITE VALIDATION-REPORT-LINE FROM STALE-DETAIL-LINE
END-IF.
ADD 1 TO PROBE-SUB.

*> a tag already noted needs nothing more; a new one is looked up
*> in the catalog (marking the entry as still written) and remembered
*> with where it turned up first.
5000-NOTE-ONE-TAG.
MOVE "N" TO SEEN-FOUND-SWITCH.
MOVE 1 TO SEEN-SUB.
PERFORM 5010-CHECK-ONE-SEEN-TAG
  UNTIL SEEN-FOUND OR SEEN-SUB > SEEN-TAG-COUNT.
IF NOT SEEN-FOUND THEN
  IF SEEN-TAG-COUNT >= 500 THEN
    ADD 1 TO SEEN-TAGS-DROPPED-COUNT
  ELSE
    ADD 1 TO SEEN-TAG-COUNT
    MOVE NOTED-PROGRAM-NAME TO ST-PROGRAM-NAME (SEEN-TAG-COUNT)
    MOVE NOTED-COUNTER-ID TO ST-COUNTER-ID (SEEN-TAG-COUNT)
    MOVE NOTED-SEEN-ON TO ST-SEEN-ON (SEEN-TAG-COUNT)
    MOVE NOTED-PROGRAM-NAME TO PROBE-LOOKUP-PROGRAM
    MOVE NOTED-COUNTER-ID TO PROBE-LOOKUP-COUNTER
    PERFORM 5100-LOOKUP-PROBE
    IF PROBE-FOUND THEN
      MOVE "Y" TO PE-SEEN-FLAG (PROBE-SUB)
      MOVE "Y" TO ST-CATALOGED-FLAG (SEEN-TAG-COUNT)
    ELSE
      MOVE "N" TO ST-CATALOGED-FLAG (SEEN-TAG-COUNT)
    END-IF
  END-IF
END-IF.

5010-CHECK-ONE-SEEN-TAG.
IF ST-PROGRAM-NAME (SEEN-SUB) = NOTED-PROGRAM-NAME
   AND ST-COUNTER-ID (SEEN-SUB) = NOTED-COUNTER-ID THEN
  SET SEEN-FOUND TO TRUE
ELSE
  ADD 1 TO SEEN-SUB
END-IF.

5100-LOOKUP-PROBE.
MOVE "N" TO PROBE-FOUND-SWITCH.
MOVE SPACES TO PROBE-LOOKUP-PARAGRAPH PROBE-LOOKUP-DESCRIPTION.
MOVE 1 TO PROBE-SUB.
PERFORM 5110-CHECK-ONE-PROBE
  UNTIL PROBE-FOUND OR PROBE-SUB > PROBE-ENTRY-COUNT.
IF PROBE-FOUND THEN
  MOVE PE-PARAGRAPH-NAME (PROBE-SUB) TO PROBE-LOOKUP-PARAGRAPH
  MOVE PE-DESCRIPTION (PROBE-SUB) TO PROBE-LOOKUP-DESCRIPTION
END-IF.

5110-CHECK-ONE-PROBE.
IF PE-PROGRAM-NAME (PROBE-SUB) = PROBE-LOOKUP-PROGRAM
   AND PE-COUNTER-ID (PROBE-SUB) = PROBE-LOOKUP-COUNTER THEN
  SET PROBE-FOUND TO TRUE
ELSE
  ADD 1 TO PROBE-SUB
END-IF.

*> with an input missing there is nothing to check, but the report
*> says so rather than leaving an earlier night's standing.  The
*> report is advisory, so this ends RC 4 and never bypasses the
*> suite's later steps; only a report that cannot be written is RC 8.
8000-REPORT-INPUT-MISSING.
OPEN OUTPUT VALIDATION-REPORT-FILE.
IF REPORT-FILE-STATUS NOT = "00" THEN
  DISPLAY "PRBVAL: CANNOT OPEN PRBVPRT - STATUS " REPORT-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE REPORT-RUN-DATE TO RHL-RUN-DATE.
WRITE VALIDATION-REPORT-LINE FROM REPORT-HEADER-LINE.
WRITE VALIDATION-REPORT-LINE FROM REPORT-RULE-LINE.
WRITE VALIDATION-REPORT-LINE FROM INPUT-MISSING-LINE.
CLOSE VALIDATION-REPORT-FILE.
MOVE 4 TO RETURN-CODE.
STOP RUN.

END PROGRAM PRBVAL.
