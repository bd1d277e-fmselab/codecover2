IDENTIFICATION DIVISION.
PROGRAM-ID. TCTRACE.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT TEST-CASE-CATALOG-FILE ASSIGN TO "TCCAT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS CATALOG-FILE-STATUS.
SELECT VERDICT-FILE ASSIGN TO "VERDICTS"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS VERDICT-FILE-STATUS.
SELECT COVERAGE-INDEX-FILE ASSIGN TO "COVIDX"
  ORGANIZATION IS INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY IS CVX-KEY
  FILE STATUS IS INDEX-FILE-STATUS.
SELECT TRACE-REPORT-FILE ASSIGN TO "TCTRPT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS REPORT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD TEST-CASE-CATALOG-FILE.
COPY TCCREC.
FD VERDICT-FILE.
*> the widened verdict record: the original columns, then the
*> writing program and its run id appended on the right.  Records
*> from before the widening come back with those columns as spaces.
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
FD TRACE-REPORT-FILE.
01 TRACE-REPORT-LINE PIC X(132).
WORKING-STORAGE SECTION.
01 TRACE-CONTROL-FIELDS.
  05 CATALOG-FILE-STATUS PIC XX VALUE SPACES.
  05 VERDICT-FILE-STATUS PIC XX VALUE SPACES.
  05 INDEX-FILE-STATUS PIC XX VALUE SPACES.
  05 REPORT-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-CATALOG-SWITCH PIC X VALUE "N".
    88 END-OF-CATALOG VALUE "Y".
  05 END-OF-VERDICTS-SWITCH PIC X VALUE "N".
    88 END-OF-VERDICTS VALUE "Y".
  05 END-OF-INDEX-SWITCH PIC X VALUE "N".
    88 END-OF-INDEX VALUE "Y".
  05 CATALOG-OVERFLOW-SWITCH PIC X VALUE "N".
    88 CATALOG-OVERFLOW VALUE "Y".
  05 REPORT-RUN-DATE PIC X(21) VALUE SPACES.
  05 VERDICTS-READ-COUNT PIC 9(9) VALUE ZERO.
  05 UNATTRIBUTED-VERDICT-COUNT PIC 9(9) VALUE ZERO.
  05 INDEX-RECORDS-READ-COUNT PIC 9(9) VALUE ZERO.
  05 COUNTER-SUB PIC 99 VALUE ZERO.
  05 ACTIVE-COUNTER-LIMIT PIC 999 VALUE ZERO.
  05 UNPROVEN-REQUIREMENT-COUNT PIC 9(5) VALUE ZERO.
  05 UNTIED-TEST-CASE-COUNT PIC 9(5) VALUE ZERO.
  05 UNCATALOGED-DROPPED-COUNT PIC 9(5) VALUE ZERO.
  05 REQUIREMENTS-DROPPED-COUNT PIC 9(5) VALUE ZERO.

*> the catalog, with each case's latest VERDICTS result and its
*> COVIDX counters posted against it as the two files are read.
01 CATALOG-TABLE-FIELDS.
  05 CATALOG-ENTRY-COUNT PIC 999 VALUE ZERO.
  05 CATALOG-ENTRY OCCURS 500 TIMES.
    10 CE-PROGRAM-NAME PIC X(14).
    10 CE-TEST-CASE-NAME PIC X(50).
    10 CE-TEST-CASE-ID PIC X(8).
    10 CE-OWNER PIC X(8).
    10 CE-PRIORITY PIC X.
    10 CE-REQUIREMENT-REF PIC X(12).
    10 CE-ACTIVE-FLAG PIC X.
    10 CE-LAST-VERDICT PIC X(4).
    10 CE-LAST-RUN-ID PIC X(21).
    10 CE-COUNTER-COUNT PIC 999.
    10 CE-COUNTERS-HIT PIC 999.
    10 CE-INDEX-UPDATED PIC X(21).
  05 CATALOG-SUB PIC 999 VALUE ZERO.
  05 CATALOG-FOUND-SWITCH PIC X VALUE "N".
    88 CATALOG-FOUND VALUE "Y".
  05 LOOKUP-PROGRAM-NAME PIC X(14) VALUE SPACES.
  05 LOOKUP-TEST-CASE-NAME PIC X(50) VALUE SPACES.

*> one row per requirement reference on the catalog, held in
*> reference order so the report reads requirement by requirement.
01 REQUIREMENT-TABLE-FIELDS.
  05 REQUIREMENT-COUNT PIC 999 VALUE ZERO.
  05 REQUIREMENT-ENTRY OCCURS 200 TIMES.
    10 RQ-REQUIREMENT-REF PIC X(12).
    10 RQ-CASE-COUNT PIC 999.
    10 RQ-ACTIVE-COUNT PIC 999.
    10 RQ-PASS-COUNT PIC 999.
    10 RQ-FAIL-COUNT PIC 999.
    10 RQ-NO-VERDICT-COUNT PIC 999.
  05 REQUIREMENT-SUB PIC 999 VALUE ZERO.
  05 REQUIREMENT-INSERT-SUB PIC 999 VALUE ZERO.
  05 REQUIREMENT-SHIFT-SUB PIC 999 VALUE ZERO.
  05 REQUIREMENT-FOUND-SWITCH PIC X VALUE "N".
    88 REQUIREMENT-FOUND VALUE "Y".

*> program / test case pairs that turn up on VERDICTS or COVIDX but
*> are not on the catalog - each is a test case tied to no
*> requirement, reported once with where it was seen first.
01 UNCATALOGED-TABLE-FIELDS.
  05 UNCATALOGED-COUNT PIC 999 VALUE ZERO.
  05 UNCATALOGED-ENTRY OCCURS 200 TIMES.
    10 UC-PROGRAM-NAME PIC X(14).
    10 UC-TEST-CASE-NAME PIC X(50).
    10 UC-SEEN-ON PIC X(8).
  05 UNCATALOGED-SUB PIC 999 VALUE ZERO.
  05 UNCATALOGED-FOUND-SWITCH PIC X VALUE "N".
    88 UNCATALOGED-FOUND VALUE "Y".
  05 NOTED-SEEN-ON PIC X(8) VALUE SPACES.

01 REPORT-PRINT-LINES.
  05 REPORT-HEADER-LINE.
    10 FILLER PIC X(37) VALUE "TCTRACE - REQUIREMENT TRACEABILITY ".
    10 FILLER PIC X(10) VALUE "RUN DATE: ".
    10 RHL-RUN-DATE PIC X(21).
  05 REPORT-RULE-LINE PIC X(132) VALUE ALL "=".
  05 TRACE-TITLE-LINE PIC X(132)
      VALUE "REQUIREMENT TO TEST CASE TO LATEST VERDICT TO COVIDX".
  05 UNPROVEN-TITLE-LINE PIC X(132)
      VALUE "REQUIREMENTS WITH NO PASSING TEST".
  05 UNTIED-TITLE-LINE PIC X(132)
      VALUE "TEST CASES TIED TO NO REQUIREMENT".
  05 NONE-FOUND-LINE PIC X(132) VALUE "  NONE".
  05 TRACE-HEADING-LINE.
    10 FILLER PIC X(44)
        VALUE "  REQUIREMENT  ID       PROGRAM        TEST ".
    10 FILLER PIC X(44)
        VALUE "CASE NAME                           OWNER   ".
    10 FILLER PIC X(42)
        VALUE " P  A  VERDICT RUN DATE  HIT/ALL  CVX DATE".
  05 REQUIREMENT-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 RQL-REQUIREMENT-REF PIC X(12).
    10 FILLER PIC X VALUE SPACE.
    10 RQL-CASE-COUNT PIC ZZ9.
    10 FILLER PIC X(8) VALUE " CASES, ".
    10 RQL-ACTIVE-COUNT PIC ZZ9.
    10 FILLER PIC X(9) VALUE " ACTIVE, ".
    10 RQL-PASS-COUNT PIC ZZ9.
    10 FILLER PIC X(9) VALUE " PASSED, ".
    10 RQL-FAIL-COUNT PIC ZZ9.
    10 FILLER PIC X(9) VALUE " FAILED, ".
    10 RQL-NO-VERDICT-COUNT PIC ZZ9.
    10 FILLER PIC X(14) VALUE " NO VERDICT - ".
    10 RQL-STATUS-TEXT PIC X(30).
  05 CASE-DETAIL-LINE.
    10 FILLER PIC X(15) VALUE SPACES.
    10 CDL-TEST-CASE-ID PIC X(8).
    10 FILLER PIC X VALUE SPACE.
    10 CDL-PROGRAM-NAME PIC X(14).
    10 FILLER PIC X VALUE SPACE.
    10 CDL-TEST-CASE-NAME PIC X(40).
    10 FILLER PIC X VALUE SPACE.
    10 CDL-OWNER PIC X(8).
    10 FILLER PIC X VALUE SPACE.
    10 CDL-PRIORITY PIC X.
    10 FILLER PIC XX VALUE SPACES.
    10 CDL-ACTIVE-FLAG PIC X.
    10 FILLER PIC XX VALUE SPACES.
    10 CDL-VERDICT PIC X(4).
    10 FILLER PIC X(4) VALUE SPACES.
    10 CDL-RUN-DATE PIC X(8).
    10 FILLER PIC XX VALUE SPACES.
    10 CDL-COUNTERS-HIT PIC ZZ9.
    10 FILLER PIC X VALUE "/".
    10 CDL-COUNTER-COUNT PIC ZZ9.
    10 FILLER PIC XX VALUE SPACES.
    10 CDL-INDEX-DATE PIC X(8).
  05 UNPROVEN-DETAIL-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 UPL-REQUIREMENT-REF PIC X(12).
    10 FILLER PIC XX VALUE SPACES.
    10 UPL-REASON-TEXT PIC X(60).
  05 UNTIED-DETAIL-LINE.
    10 FILLER PIC X(15) VALUE SPACES.
    10 UTL-TEST-CASE-ID PIC X(8).
    10 FILLER PIC X VALUE SPACE.
    10 UTL-PROGRAM-NAME PIC X(14).
    10 FILLER PIC X VALUE SPACE.
    10 UTL-TEST-CASE-NAME PIC X(40).
    10 FILLER PIC X VALUE SPACE.
    10 UTL-OWNER PIC X(8).
    10 FILLER PIC XX VALUE SPACES.
    10 UTL-REASON-TEXT PIC X(40).
  05 TOTAL-LINE.
    10 FILLER PIC X(17) VALUE "CATALOGED CASES: ".
    10 TL-CATALOG-COUNT PIC ZZZZ9.
    10 FILLER PIC X(17) VALUE "   REQUIREMENTS: ".
    10 TL-REQUIREMENT-COUNT PIC ZZZZ9.
    10 FILLER PIC X(19) VALUE "   NO PASSING TEST:".
    10 TL-UNPROVEN-COUNT PIC ZZZZ9.
    10 FILLER PIC X(26) VALUE "   TIED TO NO REQUIREMENT:".
    10 TL-UNTIED-COUNT PIC ZZZZ9.
  05 INPUT-MISSING-LINE.
    10 IML-FILE-NAME PIC X(8).
    10 FILLER PIC X(41) VALUE " NOT AVAILABLE - NOTHING CHECKED TONIGHT".
  05 BLANK-PRINT-LINE PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
*> traceability from the business side: each requirement reference
*> on the test-case catalog (TCCAT, maintained by TCMNT), the cases
*> that prove it, each case's latest VERDICTS result and its COVIDX
*> counters.  A requirement is proven while at least one of its active
*> cases last passed; programs that write no verdicts (BRANCHCOVERAGE,
*> EXAMPLE) therefore cannot prove a requirement on their own.  The
*> report then lists the requirements with no passing test and the
*> test cases tied to no requirement - catalog entries with a blank
*> reference, and cases VERDICTS or COVIDX carry that the catalog does
*> not know.  Either list ends RC 4, as does a catalog too big to
*> trace whole or a missing TCCAT, VERDICTS or COVIDX; RC 8 only when
*> TCTRPT cannot be written.
0000-MAINLINE.
MOVE FUNCTION CURRENT-DATE TO REPORT-RUN-DATE.
PERFORM 1000-LOAD-TEST-CASE-CATALOG.
PERFORM 2000-POST-LATEST-VERDICTS.
PERFORM 3000-POST-COVERAGE-INDEX.
PERFORM 4000-TALLY-REQUIREMENTS.
PERFORM 5000-PRINT-TRACE-REPORT.
DISPLAY "TCTRACE: " REQUIREMENT-COUNT " REQUIREMENT(S), "
  UNPROVEN-REQUIREMENT-COUNT " WITH NO PASSING TEST, "
  UNTIED-TEST-CASE-COUNT " TEST CASE(S) TIED TO NO REQUIREMENT".
IF UNATTRIBUTED-VERDICT-COUNT > 0 THEN
  DISPLAY "TCTRACE: " UNATTRIBUTED-VERDICT-COUNT
    " VERDICTS WITHOUT A PROGRAM NAME WERE NOT TRACED"
END-IF.
IF UNCATALOGED-DROPPED-COUNT > 0 OR REQUIREMENTS-DROPPED-COUNT > 0
   THEN
  DISPLAY "TCTRACE: TABLE FULL - " UNCATALOGED-DROPPED-COUNT
    " UNCATALOGED CASE(S) AND " REQUIREMENTS-DROPPED-COUNT
    " REQUIREMENT(S) NOT REPORTED"
END-IF.
EVALUATE TRUE
  WHEN CATALOG-OVERFLOW
    MOVE 4 TO RETURN-CODE
  WHEN UNPROVEN-REQUIREMENT-COUNT > 0 OR UNTIED-TEST-CASE-COUNT > 0
    MOVE 4 TO RETURN-CODE
  WHEN OTHER
    MOVE 0 TO RETURN-CODE
END-EVALUATE.
STOP RUN.

1000-LOAD-TEST-CASE-CATALOG.
OPEN INPUT TEST-CASE-CATALOG-FILE.
IF CATALOG-FILE-STATUS NOT = "00" THEN
  DISPLAY "TCTRACE: TCCAT NOT AVAILABLE - STATUS " CATALOG-FILE-STATUS
  MOVE "TCCAT" TO IML-FILE-NAME
  PERFORM 8000-REPORT-INPUT-MISSING
END-IF.
PERFORM 1100-LOAD-ONE-TEST-CASE UNTIL END-OF-CATALOG.
CLOSE TEST-CASE-CATALOG-FILE.

1100-LOAD-ONE-TEST-CASE.
READ TEST-CASE-CATALOG-FILE
  AT END
    SET END-OF-CATALOG TO TRUE
  NOT AT END
    IF CATALOG-ENTRY-COUNT >= 500 THEN
      DISPLAY "TCTRACE: TCCAT HOLDS MORE THAN 500 ENTRIES - "
        TCC-PROGRAM-NAME " " TCC-TEST-CASE-NAME " NOT TRACED"
      SET CATALOG-OVERFLOW TO TRUE
      SET END-OF-CATALOG TO TRUE
    ELSE
      ADD 1 TO CATALOG-ENTRY-COUNT
      MOVE TCC-PROGRAM-NAME TO CE-PROGRAM-NAME (CATALOG-ENTRY-COUNT)
      MOVE TCC-TEST-CASE-NAME TO CE-TEST-CASE-NAME (CATALOG-ENTRY-COUNT)
      MOVE TCC-TEST-CASE-ID TO CE-TEST-CASE-ID (CATALOG-ENTRY-COUNT)
      MOVE TCC-OWNER TO CE-OWNER (CATALOG-ENTRY-COUNT)
      MOVE TCC-PRIORITY TO CE-PRIORITY (CATALOG-ENTRY-COUNT)
      MOVE TCC-REQUIREMENT-REF
        TO CE-REQUIREMENT-REF (CATALOG-ENTRY-COUNT)
      MOVE TCC-ACTIVE-FLAG TO CE-ACTIVE-FLAG (CATALOG-ENTRY-COUNT)
      MOVE SPACES TO CE-LAST-VERDICT (CATALOG-ENTRY-COUNT)
      MOVE SPACES TO CE-LAST-RUN-ID (CATALOG-ENTRY-COUNT)
      MOVE 0 TO CE-COUNTER-COUNT (CATALOG-ENTRY-COUNT)
      MOVE 0 TO CE-COUNTERS-HIT (CATALOG-ENTRY-COUNT)
      MOVE SPACES TO CE-INDEX-UPDATED (CATALOG-ENTRY-COUNT)
    END-IF
END-READ.

*> VERDICTS is appended in run order, so the last record for a case
*> is its latest result.
2000-POST-LATEST-VERDICTS.
OPEN INPUT VERDICT-FILE.
IF VERDICT-FILE-STATUS NOT = "00" THEN
  DISPLAY "TCTRACE: VERDICTS NOT AVAILABLE - STATUS "
    VERDICT-FILE-STATUS
  MOVE "VERDICTS" TO IML-FILE-NAME
  PERFORM 8000-REPORT-INPUT-MISSING
END-IF.
PERFORM 2100-POST-ONE-VERDICT UNTIL END-OF-VERDICTS.
CLOSE VERDICT-FILE.

2100-POST-ONE-VERDICT.
READ VERDICT-FILE
  AT END
    SET END-OF-VERDICTS TO TRUE
  NOT AT END
    ADD 1 TO VERDICTS-READ-COUNT
    IF VD-PROGRAM-NAME = SPACES THEN
      ADD 1 TO UNATTRIBUTED-VERDICT-COUNT
    ELSE
      MOVE VD-PROGRAM-NAME TO LOOKUP-PROGRAM-NAME
      MOVE VD-TEST-CASE-NAME TO LOOKUP-TEST-CASE-NAME
      PERFORM 7000-FIND-CATALOG-ENTRY
      IF CATALOG-FOUND THEN
        MOVE VD-VERDICT TO CE-LAST-VERDICT (CATALOG-SUB)
        MOVE VD-RUN-ID TO CE-LAST-RUN-ID (CATALOG-SUB)
      ELSE
        MOVE "VERDICTS" TO NOTED-SEEN-ON
        PERFORM 7100-NOTE-UNCATALOGED-CASE
      END-IF
    END-IF
END-READ.

3000-POST-COVERAGE-INDEX.
OPEN INPUT COVERAGE-INDEX-FILE.
IF INDEX-FILE-STATUS NOT = "00" THEN
  DISPLAY "TCTRACE: COVIDX NOT AVAILABLE - STATUS " INDEX-FILE-STATUS
  MOVE "COVIDX" TO IML-FILE-NAME
  PERFORM 8000-REPORT-INPUT-MISSING
END-IF.
MOVE LOW-VALUES TO CVX-KEY.
START COVERAGE-INDEX-FILE KEY NOT < CVX-KEY
  INVALID KEY
    SET END-OF-INDEX TO TRUE
END-START.
PERFORM 3100-POST-ONE-INDEX-RECORD UNTIL END-OF-INDEX.
CLOSE COVERAGE-INDEX-FILE.

3100-POST-ONE-INDEX-RECORD.
READ COVERAGE-INDEX-FILE NEXT RECORD
  AT END
    SET END-OF-INDEX TO TRUE
  NOT AT END
    ADD 1 TO INDEX-RECORDS-READ-COUNT
    MOVE CVX-PROGRAM-NAME TO LOOKUP-PROGRAM-NAME
    MOVE CVX-TEST-CASE-NAME TO LOOKUP-TEST-CASE-NAME
    PERFORM 7000-FIND-CATALOG-ENTRY
    IF CATALOG-FOUND THEN
      MOVE CVX-COUNTER-COUNT TO ACTIVE-COUNTER-LIMIT
      IF ACTIVE-COUNTER-LIMIT > 50 THEN
        MOVE 50 TO ACTIVE-COUNTER-LIMIT
      END-IF
      MOVE ACTIVE-COUNTER-LIMIT TO CE-COUNTER-COUNT (CATALOG-SUB)
      MOVE 0 TO CE-COUNTERS-HIT (CATALOG-SUB)
      MOVE CVX-LAST-UPDATED TO CE-INDEX-UPDATED (CATALOG-SUB)
      MOVE 1 TO COUNTER-SUB
      PERFORM 3200-COUNT-ONE-INDEX-COUNTER
        UNTIL COUNTER-SUB > ACTIVE-COUNTER-LIMIT
    ELSE
      MOVE "COVIDX" TO NOTED-SEEN-ON
      PERFORM 7100-NOTE-UNCATALOGED-CASE
    END-IF
END-READ.

3200-COUNT-ONE-INDEX-COUNTER.
IF CVX-COUNTER-VALUE (COUNTER-SUB) > 0 THEN
  ADD 1 TO CE-COUNTERS-HIT (CATALOG-SUB)
END-IF.
ADD 1 TO COUNTER-SUB.

*> cases with a blank reference belong to no requirement and are
*> counted on the untied list instead.
4000-TALLY-REQUIREMENTS.
MOVE 1 TO CATALOG-SUB.
PERFORM 4100-TALLY-ONE-TEST-CASE UNTIL CATALOG-SUB > CATALOG-ENTRY-COUNT.

4100-TALLY-ONE-TEST-CASE.
IF CE-REQUIREMENT-REF (CATALOG-SUB) NOT = SPACES THEN
  PERFORM 4200-FIND-OR-ADD-REQUIREMENT
  IF REQUIREMENT-FOUND THEN
    ADD 1 TO RQ-CASE-COUNT (REQUIREMENT-SUB)
    IF CE-ACTIVE-FLAG (CATALOG-SUB) = "Y" THEN
      ADD 1 TO RQ-ACTIVE-COUNT (REQUIREMENT-SUB)
      EVALUATE CE-LAST-VERDICT (CATALOG-SUB)
        WHEN "PASS"
          ADD 1 TO RQ-PASS-COUNT (REQUIREMENT-SUB)
        WHEN "FAIL"
          ADD 1 TO RQ-FAIL-COUNT (REQUIREMENT-SUB)
        WHEN OTHER
          ADD 1 TO RQ-NO-VERDICT-COUNT (REQUIREMENT-SUB)
      END-EVALUATE
    END-IF
  END-IF
END-IF.
ADD 1 TO CATALOG-SUB.

*> a new reference is inserted in order; when the table is full it
*> is left out and counted, and REQUIREMENT-FOUND stays off.
4200-FIND-OR-ADD-REQUIREMENT.
MOVE "N" TO REQUIREMENT-FOUND-SWITCH.
MOVE 1 TO REQUIREMENT-SUB.
PERFORM 4210-CHECK-ONE-REQUIREMENT
  UNTIL REQUIREMENT-FOUND OR REQUIREMENT-SUB > REQUIREMENT-COUNT.
IF NOT REQUIREMENT-FOUND THEN
  IF REQUIREMENT-COUNT >= 200 THEN
    ADD 1 TO REQUIREMENTS-DROPPED-COUNT
  ELSE
    PERFORM 4300-INSERT-REQUIREMENT
    SET REQUIREMENT-FOUND TO TRUE
  END-IF
END-IF.

4210-CHECK-ONE-REQUIREMENT.
IF RQ-REQUIREMENT-REF (REQUIREMENT-SUB) = CE-REQUIREMENT-REF (CATALOG-SUB)
   THEN
  SET REQUIREMENT-FOUND TO TRUE
ELSE
  ADD 1 TO REQUIREMENT-SUB
END-IF.

4300-INSERT-REQUIREMENT.
MOVE REQUIREMENT-COUNT TO REQUIREMENT-INSERT-SUB.
ADD 1 TO REQUIREMENT-INSERT-SUB.
PERFORM 4310-STEP-INSERT-POSITION
  UNTIL REQUIREMENT-INSERT-SUB = 1
     OR RQ-REQUIREMENT-REF (REQUIREMENT-INSERT-SUB - 1)
        < CE-REQUIREMENT-REF (CATALOG-SUB).
MOVE REQUIREMENT-COUNT TO REQUIREMENT-SHIFT-SUB.
PERFORM 4320-SHIFT-ONE-REQUIREMENT
  UNTIL REQUIREMENT-SHIFT-SUB < REQUIREMENT-INSERT-SUB.
MOVE REQUIREMENT-INSERT-SUB TO REQUIREMENT-SUB.
MOVE CE-REQUIREMENT-REF (CATALOG-SUB)
  TO RQ-REQUIREMENT-REF (REQUIREMENT-SUB).
MOVE 0 TO RQ-CASE-COUNT (REQUIREMENT-SUB).
MOVE 0 TO RQ-ACTIVE-COUNT (REQUIREMENT-SUB).
MOVE 0 TO RQ-PASS-COUNT (REQUIREMENT-SUB).
MOVE 0 TO RQ-FAIL-COUNT (REQUIREMENT-SUB).
MOVE 0 TO RQ-NO-VERDICT-COUNT (REQUIREMENT-SUB).
ADD 1 TO REQUIREMENT-COUNT.

4310-STEP-INSERT-POSITION.
SUBTRACT 1 FROM REQUIREMENT-INSERT-SUB.

4320-SHIFT-ONE-REQUIREMENT.
MOVE REQUIREMENT-ENTRY (REQUIREMENT-SHIFT-SUB)
  TO REQUIREMENT-ENTRY (REQUIREMENT-SHIFT-SUB + 1).
SUBTRACT 1 FROM REQUIREMENT-SHIFT-SUB.

5000-PRINT-TRACE-REPORT.
OPEN OUTPUT TRACE-REPORT-FILE.
IF REPORT-FILE-STATUS NOT = "00" THEN
  DISPLAY "TCTRACE: CANNOT OPEN TCTRPT - STATUS " REPORT-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE REPORT-RUN-DATE TO RHL-RUN-DATE.
WRITE TRACE-REPORT-LINE FROM REPORT-HEADER-LINE.
WRITE TRACE-REPORT-LINE FROM REPORT-RULE-LINE.
WRITE TRACE-REPORT-LINE FROM BLANK-PRINT-LINE.
WRITE TRACE-REPORT-LINE FROM TRACE-TITLE-LINE.
WRITE TRACE-REPORT-LINE FROM TRACE-HEADING-LINE.
MOVE 1 TO REQUIREMENT-SUB.
PERFORM 5100-PRINT-ONE-REQUIREMENT
  UNTIL REQUIREMENT-SUB > REQUIREMENT-COUNT.
IF REQUIREMENT-COUNT = 0 THEN
  WRITE TRACE-REPORT-LINE FROM NONE-FOUND-LINE
END-IF.
WRITE TRACE-REPORT-LINE FROM BLANK-PRINT-LINE.
WRITE TRACE-REPORT-LINE FROM UNPROVEN-TITLE-LINE.
MOVE 1 TO REQUIREMENT-SUB.
PERFORM 5300-PRINT-ONE-UNPROVEN
  UNTIL REQUIREMENT-SUB > REQUIREMENT-COUNT.
IF UNPROVEN-REQUIREMENT-COUNT = 0 THEN
  WRITE TRACE-REPORT-LINE FROM NONE-FOUND-LINE
END-IF.
WRITE TRACE-REPORT-LINE FROM BLANK-PRINT-LINE.
WRITE TRACE-REPORT-LINE FROM UNTIED-TITLE-LINE.
MOVE 1 TO CATALOG-SUB.
PERFORM 5400-PRINT-ONE-UNTIED-ENTRY
  UNTIL CATALOG-SUB > CATALOG-ENTRY-COUNT.
MOVE 1 TO UNCATALOGED-SUB.
PERFORM 5500-PRINT-ONE-UNCATALOGED
  UNTIL UNCATALOGED-SUB > UNCATALOGED-COUNT.
IF UNTIED-TEST-CASE-COUNT = 0 THEN
  WRITE TRACE-REPORT-LINE FROM NONE-FOUND-LINE
END-IF.
WRITE TRACE-REPORT-LINE FROM BLANK-PRINT-LINE.
MOVE CATALOG-ENTRY-COUNT TO TL-CATALOG-COUNT.
MOVE REQUIREMENT-COUNT TO TL-REQUIREMENT-COUNT.
MOVE UNPROVEN-REQUIREMENT-COUNT TO TL-UNPROVEN-COUNT.
MOVE UNTIED-TEST-CASE-COUNT TO TL-UNTIED-COUNT.
WRITE TRACE-REPORT-LINE FROM TOTAL-LINE.
CLOSE TRACE-REPORT-FILE.

5100-PRINT-ONE-REQUIREMENT.
MOVE RQ-REQUIREMENT-REF (REQUIREMENT-SUB) TO RQL-REQUIREMENT-REF.
MOVE RQ-CASE-COUNT (REQUIREMENT-SUB) TO RQL-CASE-COUNT.
MOVE RQ-ACTIVE-COUNT (REQUIREMENT-SUB) TO RQL-ACTIVE-COUNT.
MOVE RQ-PASS-COUNT (REQUIREMENT-SUB) TO RQL-PASS-COUNT.
MOVE RQ-FAIL-COUNT (REQUIREMENT-SUB) TO RQL-FAIL-COUNT.
MOVE RQ-NO-VERDICT-COUNT (REQUIREMENT-SUB) TO RQL-NO-VERDICT-COUNT.
IF RQ-PASS-COUNT (REQUIREMENT-SUB) > 0 THEN
  MOVE "PROVEN" TO RQL-STATUS-TEXT
ELSE
  MOVE "NO PASSING TEST" TO RQL-STATUS-TEXT
END-IF.
WRITE TRACE-REPORT-LINE FROM BLANK-PRINT-LINE.
WRITE TRACE-REPORT-LINE FROM REQUIREMENT-LINE.
MOVE 1 TO CATALOG-SUB.
PERFORM 5200-PRINT-ONE-TRACED-CASE
  UNTIL CATALOG-SUB > CATALOG-ENTRY-COUNT.
ADD 1 TO REQUIREMENT-SUB.

5200-PRINT-ONE-TRACED-CASE.
IF CE-REQUIREMENT-REF (CATALOG-SUB)
   = RQ-REQUIREMENT-REF (REQUIREMENT-SUB) THEN
  MOVE CE-TEST-CASE-ID (CATALOG-SUB) TO CDL-TEST-CASE-ID
  MOVE CE-PROGRAM-NAME (CATALOG-SUB) TO CDL-PROGRAM-NAME
  MOVE CE-TEST-CASE-NAME (CATALOG-SUB) TO CDL-TEST-CASE-NAME
  MOVE CE-OWNER (CATALOG-SUB) TO CDL-OWNER
  MOVE CE-PRIORITY (CATALOG-SUB) TO CDL-PRIORITY
  MOVE CE-ACTIVE-FLAG (CATALOG-SUB) TO CDL-ACTIVE-FLAG
  IF CE-LAST-VERDICT (CATALOG-SUB) = SPACES THEN
    MOVE "NONE" TO CDL-VERDICT
  ELSE
    MOVE CE-LAST-VERDICT (CATALOG-SUB) TO CDL-VERDICT
  END-IF
  MOVE CE-LAST-RUN-ID (CATALOG-SUB) (1:8) TO CDL-RUN-DATE
  MOVE CE-COUNTERS-HIT (CATALOG-SUB) TO CDL-COUNTERS-HIT
  MOVE CE-COUNTER-COUNT (CATALOG-SUB) TO CDL-COUNTER-COUNT
  MOVE CE-INDEX-UPDATED (CATALOG-SUB) (1:8) TO CDL-INDEX-DATE
  WRITE TRACE-REPORT-LINE FROM CASE-DETAIL-LINE
END-IF.
ADD 1 TO CATALOG-SUB.

5300-PRINT-ONE-UNPROVEN.
IF RQ-PASS-COUNT (REQUIREMENT-SUB) = 0 THEN
  ADD 1 TO UNPROVEN-REQUIREMENT-COUNT
  MOVE RQ-REQUIREMENT-REF (REQUIREMENT-SUB) TO UPL-REQUIREMENT-REF
  EVALUATE TRUE
    WHEN RQ-ACTIVE-COUNT (REQUIREMENT-SUB) = 0
      MOVE "NO ACTIVE TEST CASE" TO UPL-REASON-TEXT
    WHEN RQ-FAIL-COUNT (REQUIREMENT-SUB) = 0
      MOVE "NO ACTIVE TEST CASE HAS A VERDICT" TO UPL-REASON-TEXT
    WHEN RQ-NO-VERDICT-COUNT (REQUIREMENT-SUB) = 0
      MOVE "EVERY ACTIVE TEST CASE LAST FAILED" TO UPL-REASON-TEXT
    WHEN OTHER
      MOVE "ACTIVE TEST CASES LAST FAILED OR HAVE NO VERDICT"
        TO UPL-REASON-TEXT
  END-EVALUATE
  WRITE TRACE-REPORT-LINE FROM UNPROVEN-DETAIL-LINE
END-IF.
ADD 1 TO REQUIREMENT-SUB.

5400-PRINT-ONE-UNTIED-ENTRY.
IF CE-REQUIREMENT-REF (CATALOG-SUB) = SPACES THEN
  ADD 1 TO UNTIED-TEST-CASE-COUNT
  MOVE CE-TEST-CASE-ID (CATALOG-SUB) TO UTL-TEST-CASE-ID
  MOVE CE-PROGRAM-NAME (CATALOG-SUB) TO UTL-PROGRAM-NAME
  MOVE CE-TEST-CASE-NAME (CATALOG-SUB) TO UTL-TEST-CASE-NAME
  MOVE CE-OWNER (CATALOG-SUB) TO UTL-OWNER
  MOVE "CATALOGED WITH NO REQUIREMENT" TO UTL-REASON-TEXT
  WRITE TRACE-REPORT-LINE FROM UNTIED-DETAIL-LINE
END-IF.
ADD 1 TO CATALOG-SUB.

5500-PRINT-ONE-UNCATALOGED.
ADD 1 TO UNTIED-TEST-CASE-COUNT.
MOVE SPACES TO UTL-TEST-CASE-ID.
MOVE UC-PROGRAM-NAME (UNCATALOGED-SUB) TO UTL-PROGRAM-NAME.
MOVE UC-TEST-CASE-NAME (UNCATALOGED-SUB) TO UTL-TEST-CASE-NAME.
MOVE SPACES TO UTL-OWNER.
MOVE SPACES TO UTL-REASON-TEXT.
STRING "NOT ON THE CATALOG - SEEN ON " DELIMITED BY SIZE
  UC-SEEN-ON (UNCATALOGED-SUB) DELIMITED BY SPACE
  INTO UTL-REASON-TEXT
END-STRING.
WRITE TRACE-REPORT-LINE FROM UNTIED-DETAIL-LINE.
ADD 1 TO UNCATALOGED-SUB.

7000-FIND-CATALOG-ENTRY.
MOVE "N" TO CATALOG-FOUND-SWITCH.
MOVE 1 TO CATALOG-SUB.
PERFORM 7010-CHECK-ONE-CATALOG-ENTRY
  UNTIL CATALOG-FOUND OR CATALOG-SUB > CATALOG-ENTRY-COUNT.

7010-CHECK-ONE-CATALOG-ENTRY.
IF CE-PROGRAM-NAME (CATALOG-SUB) = LOOKUP-PROGRAM-NAME
   AND CE-TEST-CASE-NAME (CATALOG-SUB) = LOOKUP-TEST-CASE-NAME THEN
  SET CATALOG-FOUND TO TRUE
ELSE
  ADD 1 TO CATALOG-SUB
END-IF.

*> a case the catalog does not know is remembered once, with the
*> file it turned up on first.
7100-NOTE-UNCATALOGED-CASE.
MOVE "N" TO UNCATALOGED-FOUND-SWITCH.
MOVE 1 TO UNCATALOGED-SUB.
PERFORM 7110-CHECK-ONE-UNCATALOGED
  UNTIL UNCATALOGED-FOUND OR UNCATALOGED-SUB > UNCATALOGED-COUNT.
IF NOT UNCATALOGED-FOUND THEN
  IF UNCATALOGED-COUNT >= 200 THEN
    ADD 1 TO UNCATALOGED-DROPPED-COUNT
  ELSE
    ADD 1 TO UNCATALOGED-COUNT
    MOVE LOOKUP-PROGRAM-NAME TO UC-PROGRAM-NAME (UNCATALOGED-COUNT)
    MOVE LOOKUP-TEST-CASE-NAME TO UC-TEST-CASE-NAME (UNCATALOGED-COUNT)
    MOVE NOTED-SEEN-ON TO UC-SEEN-ON (UNCATALOGED-COUNT)
  END-IF
END-IF.

7110-CHECK-ONE-UNCATALOGED.
IF UC-PROGRAM-NAME (UNCATALOGED-SUB) = LOOKUP-PROGRAM-NAME
   AND UC-TEST-CASE-NAME (UNCATALOGED-SUB) = LOOKUP-TEST-CASE-NAME THEN
  SET UNCATALOGED-FOUND TO TRUE
ELSE
  ADD 1 TO UNCATALOGED-SUB
END-IF.

*> with an input missing there is nothing to check, but the report
*> says so rather than leaving an earlier night's standing.  The
*> report is advisory, so this ends RC 4 and never bypasses the
*> suite's later steps; only a report that cannot be written is RC 8.
8000-REPORT-INPUT-MISSING.
OPEN OUTPUT TRACE-REPORT-FILE.
IF REPORT-FILE-STATUS NOT = "00" THEN
  DISPLAY "TCTRACE: CANNOT OPEN TCTRPT - STATUS " REPORT-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE REPORT-RUN-DATE TO RHL-RUN-DATE.
WRITE TRACE-REPORT-LINE FROM REPORT-HEADER-LINE.
WRITE TRACE-REPORT-LINE FROM REPORT-RULE-LINE.
WRITE TRACE-REPORT-LINE FROM INPUT-MISSING-LINE.
CLOSE TRACE-REPORT-FILE.
MOVE 4 TO RETURN-CODE.
STOP RUN.

END PROGRAM TCTRACE.
