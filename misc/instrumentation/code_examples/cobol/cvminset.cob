IDENTIFICATION DIVISION.
PROGRAM-ID. CVMINSET.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT COVERAGE-INDEX-FILE ASSIGN TO "COVIDX"
  ORGANIZATION IS INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY IS CVX-KEY
  FILE STATUS IS INDEX-FILE-STATUS.
SELECT TEST-VECTOR-FILE ASSIGN TO "TESTVEC"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS VECTOR-FILE-STATUS.
SELECT FAST-TRANSIN-FILE ASSIGN TO "MINTRANS"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS FAST-TRANSIN-STATUS.
SELECT FAST-TESTVEC-FILE ASSIGN TO "MINTVEC"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS FAST-TESTVEC-STATUS.
SELECT MINIMIZATION-REPORT-FILE ASSIGN TO "CVMNRPT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS REPORT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD COVERAGE-INDEX-FILE.
COPY CVXREC.
FD TEST-VECTOR-FILE.
*> the full BRANCHCOVERAGE driver file - record n is the "Vector n"
*> test case on COVIDX.
01 TEST-VECTOR-RECORD.
  05 TV-FAC PIC 9999.
  05 TV-ZAHL1 PIC 999.
  05 TV-ZAHL2 PIC 999.
FD FAST-TRANSIN-FILE.
*> the retained TESTPROG cases as a complete TRANSIN batch: "H"
*> header (source system FASTSUIT - add it to AUTHSEND once), one FAC
*> detail per retained case, "T" trailer with count and hash.
01 FAST-TRANSIN-RECORD PIC X(23).
FD FAST-TESTVEC-FILE.
01 FAST-TESTVEC-RECORD PIC X(10).
FD MINIMIZATION-REPORT-FILE.
01 MINIMIZATION-REPORT-LINE PIC X(132).
WORKING-STORAGE SECTION.
01 MINIMIZATION-CONTROL-FIELDS.
  05 INDEX-FILE-STATUS PIC XX VALUE SPACES.
  05 VECTOR-FILE-STATUS PIC XX VALUE SPACES.
  05 FAST-TRANSIN-STATUS PIC XX VALUE SPACES.
  05 FAST-TESTVEC-STATUS PIC XX VALUE SPACES.
  05 REPORT-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-INDEX-SWITCH PIC X VALUE "N".
    88 END-OF-INDEX VALUE "Y".
  05 END-OF-VECTORS-SWITCH PIC X VALUE "N".
    88 END-OF-VECTORS VALUE "Y".
  05 REPORT-RUN-DATE PIC X(21) VALUE SPACES.
  05 CASES-DROPPED-COUNT PIC 9(5) VALUE ZERO.
  05 TOTAL-RETAINED-COUNT PIC 9(5) VALUE ZERO.
  05 TOTAL-REDUNDANT-COUNT PIC 9(5) VALUE ZERO.
  05 TRANSIN-WRITTEN-COUNT PIC 9(5) VALUE ZERO.
  05 TESTVEC-WRITTEN-COUNT PIC 9(5) VALUE ZERO.
  05 NO-DRIVER-COUNT PIC 9(5) VALUE ZERO.

*> union of counters per program across every test case on COVIDX,
*> the same tally CVGAPGEN makes - a counter's position here is its
*> position in every case's hit flags below.
01 PROGRAM-COVERAGE-TABLE.
  05 COVERED-PROGRAM-COUNT PIC 99 VALUE ZERO.
  05 COVERED-PROGRAM OCCURS 10 TIMES.
    10 CP-NAME PIC X(14).
    10 CP-COUNTER-COUNT PIC 99.
    10 CP-CASE-COUNT PIC 999.
    10 CP-RETAINED-COUNT PIC 999.
    10 CP-COVERED-COUNT PIC 99.
    10 CP-COUNTER OCCURS 50 TIMES.
      15 CP-COUNTER-ID PIC X(9).
      15 CP-COUNTER-COVERED PIC X.
      15 CP-COUNTER-STILL-NEEDED PIC X.
01 COVERAGE-WORK-FIELDS.
  05 PROGRAM-SUB PIC 99 VALUE ZERO.
  05 COUNTER-SUB PIC 99 VALUE ZERO.
  05 TABLE-COUNTER-SUB PIC 99 VALUE ZERO.
  05 ACTIVE-COUNTER-LIMIT PIC 99 VALUE ZERO.
  05 PROGRAM-FOUND-SWITCH PIC X VALUE "N".
    88 PROGRAM-FOUND VALUE "Y".
  05 COUNTER-FOUND-SWITCH PIC X VALUE "N".
    88 COUNTER-FOUND VALUE "Y".

*> one entry per COVIDX record: which union counters that case hit,
*> whether the minimal set keeps it, and - when it does not - which
*> retained case hits everything it hits.
01 TEST-CASE-TABLE.
  05 TEST-CASE-COUNT PIC 999 VALUE ZERO.
  05 TEST-CASE-ENTRY OCCURS 300 TIMES.
    10 TC-PROGRAM-SUB PIC 99.
    10 TC-TEST-CASE-NAME PIC X(50).
    10 TC-HIT-FLAG PIC X OCCURS 50 TIMES.
    10 TC-RETAINED-FLAG PIC X.
    10 TC-PICK-ORDER PIC 999.
    10 TC-NEW-COUNTER-COUNT PIC 99.
    10 TC-SUBSUMED-BY-SUB PIC 999.
01 TEST-CASE-WORK-FIELDS.
  05 CASE-SUB PIC 999 VALUE ZERO.
  05 OTHER-CASE-SUB PIC 999 VALUE ZERO.
  05 BEST-CASE-SUB PIC 999 VALUE ZERO.
  05 BEST-GAIN-COUNT PIC 99 VALUE ZERO.
  05 CASE-GAIN-COUNT PIC 99 VALUE ZERO.
  05 PICK-ORDER-COUNT PIC 999 VALUE ZERO.
  05 SELECTION-DONE-SWITCH PIC X VALUE "N".
    88 SELECTION-DONE VALUE "Y".
  05 SUBSUMER-FOUND-SWITCH PIC X VALUE "N".
    88 SUBSUMER-FOUND VALUE "Y".
  05 NOT-SUBSET-SWITCH PIC X VALUE "N".
    88 NOT-SUBSET VALUE "Y".

COPY FACNAMES.
01 FACULTY-NAME-WORK-FIELDS.
  05 FACULTY-NAME-SUB PIC 99 VALUE ZERO.
  05 FACULTY-NAME-FOUND-SWITCH PIC X VALUE "N".
    88 FACULTY-NAME-FOUND VALUE "Y".

*> BRANCHCOVERAGE names each pass "Vector nnn FAC ffff" from its
*> TESTVEC record number and FAC value.
01 VECTOR-CASE-NAME-VIEW.
  05 VCN-LITERAL PIC X(7).
  05 VCN-NUMBER PIC X(3).
  05 VCN-FAC-LITERAL PIC X(5).
  05 VCN-FAC PIC X(4).
  05 FILLER PIC X(31).
01 VECTOR-SELECTION-TABLE.
  05 VECTOR-SELECTED-FLAG PIC X OCCURS 999 TIMES.
  05 VECTOR-EXPECTED-FAC PIC 9999 OCCURS 999 TIMES.
01 VECTOR-WORK-FIELDS.
  05 VECTOR-SUB PIC 9999 VALUE ZERO.
  05 VECTOR-RECORD-NUMBER PIC 9999 VALUE ZERO.
  05 VECTOR-NUMBER-WORK PIC 999 VALUE ZERO.
  05 VECTORS-SELECTED-COUNT PIC 9(5) VALUE ZERO.

01 FAST-TRANSIN-BUILD-FIELDS.
  05 FAST-HEADER-FIELDS.
    10 FILLER PIC X VALUE "H".
    10 FH-CREATION-DATE PIC X(8).
    10 FILLER PIC X(8) VALUE "FASTSUIT".
    10 FILLER PIC X(6) VALUE SPACES.
  05 FAST-DETAIL-FIELDS.
    10 FD-FAC-VALUE PIC 9999.
    10 FILLER PIC X(19) VALUE SPACES.
  05 FAST-TRAILER-FIELDS.
    10 FILLER PIC X VALUE "T".
    10 FT-RECORD-COUNT PIC 9(9).
    10 FT-HASH-TOTAL PIC 9(13).
  05 FAST-DETAIL-COUNT PIC 9(9) VALUE ZERO.
  05 FAST-HASH-TOTAL PIC 9(13) VALUE ZERO.

01 REPORT-PRINT-LINES.
  05 REPORT-HEADER-LINE.
    10 FILLER PIC X(40) VALUE "CVMINSET - TEST-SUITE MINIMIZATION".
    10 FILLER PIC X(10) VALUE "RUN DATE: ".
    10 RHL-RUN-DATE PIC X(21).
  05 REPORT-RULE-LINE PIC X(132) VALUE ALL "=".
  05 PROGRAM-HEADER-LINE.
    10 FILLER PIC X(9) VALUE "PROGRAM: ".
    10 PHL-PROGRAM-NAME PIC X(14).
    10 FILLER PIC X(10) VALUE "   CASES: ".
    10 PHL-CASE-COUNT PIC ZZ9.
    10 FILLER PIC X(13) VALUE "   RETAINED: ".
    10 PHL-RETAINED-COUNT PIC ZZ9.
    10 FILLER PIC X(14) VALUE "   REDUNDANT: ".
    10 PHL-REDUNDANT-COUNT PIC ZZ9.
    10 FILLER PIC X(21) VALUE "   COUNTERS COVERED: ".
    10 PHL-COVERED-COUNT PIC Z9.
    10 FILLER PIC X(4) VALUE " OF ".
    10 PHL-COUNTER-COUNT PIC Z9.
  05 RETAINED-DETAIL-LINE.
    10 FILLER PIC X(13) VALUE "  RETAINED   ".
    10 RDL-TEST-CASE-NAME PIC X(50).
    10 FILLER PIC X(6) VALUE " PICK ".
    10 RDL-PICK-ORDER PIC ZZ9.
    10 FILLER PIC X(15) VALUE "  NEW COUNTERS ".
    10 RDL-NEW-COUNTER-COUNT PIC Z9.
  05 REDUNDANT-DETAIL-LINE.
    10 FILLER PIC X(13) VALUE "  REDUNDANT  ".
    10 DDL-TEST-CASE-NAME PIC X(50).
    10 FILLER PIC X(14) VALUE " SUBSUMED BY  ".
    10 DDL-SUBSUMER-NAME PIC X(50).
  05 TOTAL-LINE.
    10 FILLER PIC X(20) VALUE "RETAINED CASES:     ".
    10 TL-RETAINED-COUNT PIC ZZZZ9.
    10 FILLER PIC X(21) VALUE "   REDUNDANT CASES:  ".
    10 TL-REDUNDANT-COUNT PIC ZZZZ9.
    10 FILLER PIC X(13) VALUE "   MINTRANS: ".
    10 TL-TRANSIN-COUNT PIC ZZZZ9.
    10 FILLER PIC X(13) VALUE "   MINTVEC:  ".
    10 TL-TESTVEC-COUNT PIC ZZZZ9.
    10 FILLER PIC X(14) VALUE "   NO DRIVER: ".
    10 TL-NO-DRIVER-COUNT PIC ZZZZ9.
  05 BLANK-PRINT-LINE PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
*> many suite cases light exactly the counters another case already
*> lights.  Per program, a greedy set cover keeps the case adding the
*> most not-yet-covered counters until the union COVGATE measures is
*> reached; every other case is redundant, and is shown against the
*> retained case that hits everything it hits (or against the
*> retained set as a whole where no single case does).  The retained
*> cases go out as a fast-suite TRANSIN batch on MINTRANS and a
*> TESTVEC file on MINTVEC for nights when the window is tight.
*> Cases beyond the 300-entry table are left out of the cover, so the
*> fast suite may miss what only they hit: that ends RC 4.
0000-MAINLINE.
MOVE FUNCTION CURRENT-DATE TO REPORT-RUN-DATE.
PERFORM 1000-LOAD-COVERAGE-INDEX.
IF COVERED-PROGRAM-COUNT = 0 THEN
  DISPLAY "CVMINSET: NO COVERAGE RECORDS ON COVIDX"
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE 1 TO PROGRAM-SUB.
PERFORM 2000-MINIMIZE-ONE-PROGRAM UNTIL PROGRAM-SUB > COVERED-PROGRAM-COUNT.
PERFORM 3000-WRITE-FAST-SUITE.
PERFORM 4000-PRINT-MINIMIZATION-REPORT.
DISPLAY "CVMINSET: " TOTAL-RETAINED-COUNT " CASE(S) RETAINED, "
  TOTAL-REDUNDANT-COUNT " REDUNDANT".
IF CASES-DROPPED-COUNT > 0 THEN
  DISPLAY "CVMINSET: " CASES-DROPPED-COUNT
    " CASES BEYOND THE 300-ENTRY TABLE NOT CONSIDERED - "
    "THE FAST SUITE MAY NOT KEEP THE FULL SUITE'S COVERAGE"
  MOVE 4 TO RETURN-CODE
ELSE
  MOVE 0 TO RETURN-CODE
END-IF.
STOP RUN.

1000-LOAD-COVERAGE-INDEX.
OPEN INPUT COVERAGE-INDEX-FILE.
IF INDEX-FILE-STATUS NOT = "00" THEN
  DISPLAY "CVMINSET: COVIDX NOT AVAILABLE - STATUS "
    INDEX-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE LOW-VALUES TO CVX-KEY.
START COVERAGE-INDEX-FILE KEY NOT < CVX-KEY
  INVALID KEY
    SET END-OF-INDEX TO TRUE
END-START.
PERFORM 1100-READ-ONE-INDEX-RECORD UNTIL END-OF-INDEX.
CLOSE COVERAGE-INDEX-FILE.

1100-READ-ONE-INDEX-RECORD.
READ COVERAGE-INDEX-FILE NEXT RECORD
  AT END
    SET END-OF-INDEX TO TRUE
  NOT AT END
    PERFORM 1200-POST-ONE-INDEX-RECORD
END-READ.

1200-POST-ONE-INDEX-RECORD.
MOVE "N" TO PROGRAM-FOUND-SWITCH.
MOVE 1 TO PROGRAM-SUB.
PERFORM 1210-CHECK-ONE-PROGRAM
  UNTIL PROGRAM-FOUND OR PROGRAM-SUB > COVERED-PROGRAM-COUNT.
IF NOT PROGRAM-FOUND THEN
  IF COVERED-PROGRAM-COUNT >= 10 THEN
    DISPLAY "CVMINSET: MORE THAN 10 PROGRAMS ON COVIDX - "
      CVX-PROGRAM-NAME " NOT EXAMINED"
  ELSE
    ADD 1 TO COVERED-PROGRAM-COUNT
    MOVE COVERED-PROGRAM-COUNT TO PROGRAM-SUB
    MOVE CVX-PROGRAM-NAME TO CP-NAME (PROGRAM-SUB)
    MOVE 0 TO CP-COUNTER-COUNT (PROGRAM-SUB)
    MOVE 0 TO CP-CASE-COUNT (PROGRAM-SUB)
    MOVE 0 TO CP-RETAINED-COUNT (PROGRAM-SUB)
    MOVE 0 TO CP-COVERED-COUNT (PROGRAM-SUB)
    SET PROGRAM-FOUND TO TRUE
  END-IF
END-IF.
IF PROGRAM-FOUND THEN
  IF TEST-CASE-COUNT >= 300 THEN
    ADD 1 TO CASES-DROPPED-COUNT
  ELSE
    ADD 1 TO TEST-CASE-COUNT
    ADD 1 TO CP-CASE-COUNT (PROGRAM-SUB)
    MOVE PROGRAM-SUB TO TC-PROGRAM-SUB (TEST-CASE-COUNT)
    MOVE CVX-TEST-CASE-NAME TO TC-TEST-CASE-NAME (TEST-CASE-COUNT)
    MOVE "N" TO TC-RETAINED-FLAG (TEST-CASE-COUNT)
    MOVE 0 TO TC-PICK-ORDER (TEST-CASE-COUNT)
    MOVE 0 TO TC-NEW-COUNTER-COUNT (TEST-CASE-COUNT)
    MOVE 0 TO TC-SUBSUMED-BY-SUB (TEST-CASE-COUNT)
    MOVE 1 TO TABLE-COUNTER-SUB
    PERFORM 1220-CLEAR-ONE-HIT-FLAG UNTIL TABLE-COUNTER-SUB > 50
    MOVE CVX-COUNTER-COUNT TO ACTIVE-COUNTER-LIMIT
    IF ACTIVE-COUNTER-LIMIT > 50 THEN
      MOVE 50 TO ACTIVE-COUNTER-LIMIT
    END-IF
    MOVE 1 TO COUNTER-SUB
    PERFORM 1300-POST-ONE-COUNTER UNTIL COUNTER-SUB > ACTIVE-COUNTER-LIMIT
  END-IF
END-IF.

1210-CHECK-ONE-PROGRAM.
IF CP-NAME (PROGRAM-SUB) = CVX-PROGRAM-NAME THEN
  SET PROGRAM-FOUND TO TRUE
ELSE
  ADD 1 TO PROGRAM-SUB
END-IF.

1220-CLEAR-ONE-HIT-FLAG.
MOVE "N" TO TC-HIT-FLAG (TEST-CASE-COUNT TABLE-COUNTER-SUB).
ADD 1 TO TABLE-COUNTER-SUB.

1300-POST-ONE-COUNTER.
MOVE "N" TO COUNTER-FOUND-SWITCH.
MOVE 1 TO TABLE-COUNTER-SUB.
PERFORM 1310-CHECK-ONE-COUNTER
  UNTIL COUNTER-FOUND
     OR TABLE-COUNTER-SUB > CP-COUNTER-COUNT (PROGRAM-SUB).
IF NOT COUNTER-FOUND THEN
  IF CP-COUNTER-COUNT (PROGRAM-SUB) < 50 THEN
    ADD 1 TO CP-COUNTER-COUNT (PROGRAM-SUB)
    MOVE CP-COUNTER-COUNT (PROGRAM-SUB) TO TABLE-COUNTER-SUB
    MOVE CVX-COUNTER-ID (COUNTER-SUB)
      TO CP-COUNTER-ID (PROGRAM-SUB TABLE-COUNTER-SUB)
    MOVE "N" TO CP-COUNTER-COVERED (PROGRAM-SUB TABLE-COUNTER-SUB)
    SET COUNTER-FOUND TO TRUE
  END-IF
END-IF.
IF COUNTER-FOUND AND CVX-COUNTER-VALUE (COUNTER-SUB) > 0 THEN
  MOVE "Y" TO CP-COUNTER-COVERED (PROGRAM-SUB TABLE-COUNTER-SUB)
  MOVE "Y" TO TC-HIT-FLAG (TEST-CASE-COUNT TABLE-COUNTER-SUB)
END-IF.
ADD 1 TO COUNTER-SUB.

1310-CHECK-ONE-COUNTER.
IF CP-COUNTER-ID (PROGRAM-SUB TABLE-COUNTER-SUB)
    = CVX-COUNTER-ID (COUNTER-SUB) THEN
  SET COUNTER-FOUND TO TRUE
ELSE
  ADD 1 TO TABLE-COUNTER-SUB
END-IF.

*> every covered counter starts out still needed; each pass keeps
*> the case that satisfies the most of them (the first in key order
*> on a tie) until none is left, then places every other case.
2000-MINIMIZE-ONE-PROGRAM.
MOVE 1 TO TABLE-COUNTER-SUB.
PERFORM 2010-PREPARE-ONE-COUNTER
  UNTIL TABLE-COUNTER-SUB > CP-COUNTER-COUNT (PROGRAM-SUB).
MOVE 0 TO PICK-ORDER-COUNT.
MOVE "N" TO SELECTION-DONE-SWITCH.
PERFORM 2100-PICK-ONE-CASE UNTIL SELECTION-DONE.
MOVE 1 TO CASE-SUB.
PERFORM 2300-PLACE-ONE-REDUNDANT-CASE UNTIL CASE-SUB > TEST-CASE-COUNT.
ADD 1 TO PROGRAM-SUB.

2010-PREPARE-ONE-COUNTER.
MOVE CP-COUNTER-COVERED (PROGRAM-SUB TABLE-COUNTER-SUB)
  TO CP-COUNTER-STILL-NEEDED (PROGRAM-SUB TABLE-COUNTER-SUB).
IF CP-COUNTER-COVERED (PROGRAM-SUB TABLE-COUNTER-SUB) = "Y" THEN
  ADD 1 TO CP-COVERED-COUNT (PROGRAM-SUB)
END-IF.
ADD 1 TO TABLE-COUNTER-SUB.

2100-PICK-ONE-CASE.
MOVE 0 TO BEST-CASE-SUB.
MOVE 0 TO BEST-GAIN-COUNT.
MOVE 1 TO CASE-SUB.
PERFORM 2110-WEIGH-ONE-CASE UNTIL CASE-SUB > TEST-CASE-COUNT.
IF BEST-GAIN-COUNT = 0 THEN
  SET SELECTION-DONE TO TRUE
ELSE
  ADD 1 TO PICK-ORDER-COUNT
  ADD 1 TO CP-RETAINED-COUNT (PROGRAM-SUB)
  ADD 1 TO TOTAL-RETAINED-COUNT
  MOVE "Y" TO TC-RETAINED-FLAG (BEST-CASE-SUB)
  MOVE PICK-ORDER-COUNT TO TC-PICK-ORDER (BEST-CASE-SUB)
  MOVE BEST-GAIN-COUNT TO TC-NEW-COUNTER-COUNT (BEST-CASE-SUB)
  MOVE 1 TO TABLE-COUNTER-SUB
  PERFORM 2130-SATISFY-ONE-COUNTER
    UNTIL TABLE-COUNTER-SUB > CP-COUNTER-COUNT (PROGRAM-SUB)
END-IF.

2110-WEIGH-ONE-CASE.
IF TC-PROGRAM-SUB (CASE-SUB) = PROGRAM-SUB
   AND TC-RETAINED-FLAG (CASE-SUB) = "N" THEN
  MOVE 0 TO CASE-GAIN-COUNT
  MOVE 1 TO TABLE-COUNTER-SUB
  PERFORM 2120-COUNT-ONE-GAIN
    UNTIL TABLE-COUNTER-SUB > CP-COUNTER-COUNT (PROGRAM-SUB)
  IF CASE-GAIN-COUNT > BEST-GAIN-COUNT THEN
    MOVE CASE-GAIN-COUNT TO BEST-GAIN-COUNT
    MOVE CASE-SUB TO BEST-CASE-SUB
  END-IF
END-IF.
ADD 1 TO CASE-SUB.

2120-COUNT-ONE-GAIN.
IF TC-HIT-FLAG (CASE-SUB TABLE-COUNTER-SUB) = "Y"
   AND CP-COUNTER-STILL-NEEDED (PROGRAM-SUB TABLE-COUNTER-SUB) = "Y" THEN
  ADD 1 TO CASE-GAIN-COUNT
END-IF.
ADD 1 TO TABLE-COUNTER-SUB.

2130-SATISFY-ONE-COUNTER.
IF TC-HIT-FLAG (BEST-CASE-SUB TABLE-COUNTER-SUB) = "Y" THEN
  MOVE "N" TO CP-COUNTER-STILL-NEEDED (PROGRAM-SUB TABLE-COUNTER-SUB)
END-IF.
ADD 1 TO TABLE-COUNTER-SUB.

*> a redundant case is shown against the first retained case whose
*> hits include all of its own; zero means only the retained cases
*> between them cover it.
2300-PLACE-ONE-REDUNDANT-CASE.
IF TC-PROGRAM-SUB (CASE-SUB) = PROGRAM-SUB
   AND TC-RETAINED-FLAG (CASE-SUB) = "N" THEN
  ADD 1 TO TOTAL-REDUNDANT-COUNT
  MOVE "N" TO SUBSUMER-FOUND-SWITCH
  MOVE 1 TO OTHER-CASE-SUB
  PERFORM 2310-TRY-ONE-SUBSUMER
    UNTIL SUBSUMER-FOUND OR OTHER-CASE-SUB > TEST-CASE-COUNT
  IF SUBSUMER-FOUND THEN
    MOVE OTHER-CASE-SUB TO TC-SUBSUMED-BY-SUB (CASE-SUB)
  END-IF
END-IF.
ADD 1 TO CASE-SUB.

2310-TRY-ONE-SUBSUMER.
IF TC-PROGRAM-SUB (OTHER-CASE-SUB) = PROGRAM-SUB
   AND TC-RETAINED-FLAG (OTHER-CASE-SUB) = "Y" THEN
  MOVE "N" TO NOT-SUBSET-SWITCH
  MOVE 1 TO TABLE-COUNTER-SUB
  PERFORM 2320-COMPARE-ONE-COUNTER
    UNTIL NOT-SUBSET OR TABLE-COUNTER-SUB > CP-COUNTER-COUNT (PROGRAM-SUB)
  IF NOT NOT-SUBSET THEN
    SET SUBSUMER-FOUND TO TRUE
  END-IF
END-IF.
IF NOT SUBSUMER-FOUND THEN
  ADD 1 TO OTHER-CASE-SUB
END-IF.

2320-COMPARE-ONE-COUNTER.
IF TC-HIT-FLAG (CASE-SUB TABLE-COUNTER-SUB) = "Y"
   AND TC-HIT-FLAG (OTHER-CASE-SUB TABLE-COUNTER-SUB) NOT = "Y" THEN
  SET NOT-SUBSET TO TRUE
END-IF.
ADD 1 TO TABLE-COUNTER-SUB.

*> only TESTPROG (TRANSIN) and BRANCHCOVERAGE (TESTVEC) are driven
*> from files; a retained case of any other program is listed for
*> the suite to run as it always has.
3000-WRITE-FAST-SUITE.
OPEN OUTPUT FAST-TRANSIN-FILE.
IF FAST-TRANSIN-STATUS NOT = "00" THEN
  DISPLAY "CVMINSET: CANNOT OPEN MINTRANS - STATUS "
    FAST-TRANSIN-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
OPEN OUTPUT FAST-TESTVEC-FILE.
IF FAST-TESTVEC-STATUS NOT = "00" THEN
  DISPLAY "CVMINSET: CANNOT OPEN MINTVEC - STATUS "
    FAST-TESTVEC-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE REPORT-RUN-DATE (1:8) TO FH-CREATION-DATE.
WRITE FAST-TRANSIN-RECORD FROM FAST-HEADER-FIELDS.
MOVE 1 TO VECTOR-SUB.
PERFORM 3010-CLEAR-ONE-VECTOR-FLAG UNTIL VECTOR-SUB > 999.
MOVE 1 TO CASE-SUB.
PERFORM 3100-DRIVE-ONE-RETAINED-CASE UNTIL CASE-SUB > TEST-CASE-COUNT.
IF VECTORS-SELECTED-COUNT > 0 THEN
  PERFORM 3300-COPY-RETAINED-VECTORS
END-IF.
MOVE FAST-DETAIL-COUNT TO FT-RECORD-COUNT.
MOVE FAST-HASH-TOTAL TO FT-HASH-TOTAL.
WRITE FAST-TRANSIN-RECORD FROM FAST-TRAILER-FIELDS.
CLOSE FAST-TRANSIN-FILE.
CLOSE FAST-TESTVEC-FILE.

3010-CLEAR-ONE-VECTOR-FLAG.
MOVE "N" TO VECTOR-SELECTED-FLAG (VECTOR-SUB).
MOVE 0 TO VECTOR-EXPECTED-FAC (VECTOR-SUB).
ADD 1 TO VECTOR-SUB.

3100-DRIVE-ONE-RETAINED-CASE.
IF TC-RETAINED-FLAG (CASE-SUB) = "Y" THEN
  EVALUATE CP-NAME (TC-PROGRAM-SUB (CASE-SUB))
    WHEN "TESTPROG"
      PERFORM 3200-WRITE-ONE-FAST-TRANSIN
    WHEN "BRANCHCOVERAGE"
      PERFORM 3250-MARK-ONE-FAST-VECTOR
    WHEN OTHER
      ADD 1 TO NO-DRIVER-COUNT
  END-EVALUATE
END-IF.
ADD 1 TO CASE-SUB.

3200-WRITE-ONE-FAST-TRANSIN.
MOVE "N" TO FACULTY-NAME-FOUND-SWITCH.
MOVE 1 TO FACULTY-NAME-SUB.
PERFORM 3210-CHECK-ONE-FACULTY-NAME
  UNTIL FACULTY-NAME-FOUND OR FACULTY-NAME-SUB > 22.
IF FACULTY-NAME-FOUND THEN
  IF FACULTY-NAME-SUB = 22 THEN
    MOVE 21 TO FD-FAC-VALUE
  ELSE
    COMPUTE FD-FAC-VALUE = FACULTY-NAME-SUB - 1
  END-IF
  WRITE FAST-TRANSIN-RECORD FROM FAST-DETAIL-FIELDS
  ADD 1 TO FAST-DETAIL-COUNT
  ADD FD-FAC-VALUE TO FAST-HASH-TOTAL
  ADD 1 TO TRANSIN-WRITTEN-COUNT
ELSE
  ADD 1 TO NO-DRIVER-COUNT
  DISPLAY "CVMINSET: NO FAC FOR RETAINED CASE "
    TC-TEST-CASE-NAME (CASE-SUB)
END-IF.

3210-CHECK-ONE-FACULTY-NAME.
IF FACULTY-CASE-NAME-ENTRY (FACULTY-NAME-SUB)
    = TC-TEST-CASE-NAME (CASE-SUB) THEN
  SET FACULTY-NAME-FOUND TO TRUE
ELSE
  ADD 1 TO FACULTY-NAME-SUB
END-IF.

3250-MARK-ONE-FAST-VECTOR.
MOVE TC-TEST-CASE-NAME (CASE-SUB) TO VECTOR-CASE-NAME-VIEW.
MOVE 0 TO VECTOR-NUMBER-WORK.
IF VCN-LITERAL = "Vector " AND VCN-NUMBER IS NUMERIC
   AND VCN-FAC-LITERAL = " FAC " AND VCN-FAC IS NUMERIC THEN
  MOVE VCN-NUMBER TO VECTOR-NUMBER-WORK
END-IF.
IF VECTOR-NUMBER-WORK > 0 THEN
  MOVE "Y" TO VECTOR-SELECTED-FLAG (VECTOR-NUMBER-WORK)
  MOVE VCN-FAC TO VECTOR-EXPECTED-FAC (VECTOR-NUMBER-WORK)
  ADD 1 TO VECTORS-SELECTED-COUNT
ELSE
  ADD 1 TO NO-DRIVER-COUNT
  DISPLAY "CVMINSET: NOT A TESTVEC-DRIVEN CASE "
    TC-TEST-CASE-NAME (CASE-SUB)
END-IF.

3300-COPY-RETAINED-VECTORS.
OPEN INPUT TEST-VECTOR-FILE.
IF VECTOR-FILE-STATUS NOT = "00" THEN
  DISPLAY "CVMINSET: TESTVEC NOT AVAILABLE - STATUS "
    VECTOR-FILE-STATUS " - NO VECTORS WRITTEN"
  ADD VECTORS-SELECTED-COUNT TO NO-DRIVER-COUNT
ELSE
  PERFORM 3310-COPY-ONE-VECTOR UNTIL END-OF-VECTORS
  CLOSE TEST-VECTOR-FILE
END-IF.

3310-COPY-ONE-VECTOR.
READ TEST-VECTOR-FILE
  AT END
    SET END-OF-VECTORS TO TRUE
  NOT AT END
    ADD 1 TO VECTOR-RECORD-NUMBER
    IF VECTOR-RECORD-NUMBER > 999 THEN
      SET END-OF-VECTORS TO TRUE
    ELSE
      PERFORM 3320-CHECK-ONE-VECTOR
    END-IF
END-READ.

3320-CHECK-ONE-VECTOR.
IF VECTOR-SELECTED-FLAG (VECTOR-RECORD-NUMBER) = "Y" THEN
  IF TV-FAC = VECTOR-EXPECTED-FAC (VECTOR-RECORD-NUMBER) THEN
    WRITE FAST-TESTVEC-RECORD FROM TEST-VECTOR-RECORD
    ADD 1 TO TESTVEC-WRITTEN-COUNT
  ELSE
    ADD 1 TO NO-DRIVER-COUNT
    DISPLAY "CVMINSET: TESTVEC RECORD " VECTOR-RECORD-NUMBER
      " NOW CARRIES FAC " TV-FAC " NOT "
      VECTOR-EXPECTED-FAC (VECTOR-RECORD-NUMBER)
      " - TESTVEC CHANGED SINCE COVIDX WAS WRITTEN, NOT COPIED"
  END-IF
END-IF.

4000-PRINT-MINIMIZATION-REPORT.
OPEN OUTPUT MINIMIZATION-REPORT-FILE.
IF REPORT-FILE-STATUS NOT = "00" THEN
  DISPLAY "CVMINSET: CANNOT OPEN CVMNRPT - STATUS " REPORT-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE REPORT-RUN-DATE TO RHL-RUN-DATE.
WRITE MINIMIZATION-REPORT-LINE FROM REPORT-HEADER-LINE.
WRITE MINIMIZATION-REPORT-LINE FROM REPORT-RULE-LINE.
MOVE 1 TO PROGRAM-SUB.
PERFORM 4100-PRINT-ONE-PROGRAM UNTIL PROGRAM-SUB > COVERED-PROGRAM-COUNT.
WRITE MINIMIZATION-REPORT-LINE FROM BLANK-PRINT-LINE.
MOVE TOTAL-RETAINED-COUNT TO TL-RETAINED-COUNT.
MOVE TOTAL-REDUNDANT-COUNT TO TL-REDUNDANT-COUNT.
MOVE TRANSIN-WRITTEN-COUNT TO TL-TRANSIN-COUNT.
MOVE TESTVEC-WRITTEN-COUNT TO TL-TESTVEC-COUNT.
MOVE NO-DRIVER-COUNT TO TL-NO-DRIVER-COUNT.
WRITE MINIMIZATION-REPORT-LINE FROM TOTAL-LINE.
CLOSE MINIMIZATION-REPORT-FILE.

4100-PRINT-ONE-PROGRAM.
WRITE MINIMIZATION-REPORT-LINE FROM BLANK-PRINT-LINE.
MOVE CP-NAME (PROGRAM-SUB) TO PHL-PROGRAM-NAME.
MOVE CP-CASE-COUNT (PROGRAM-SUB) TO PHL-CASE-COUNT.
MOVE CP-RETAINED-COUNT (PROGRAM-SUB) TO PHL-RETAINED-COUNT.
COMPUTE PHL-REDUNDANT-COUNT
  = CP-CASE-COUNT (PROGRAM-SUB) - CP-RETAINED-COUNT (PROGRAM-SUB).
MOVE CP-COVERED-COUNT (PROGRAM-SUB) TO PHL-COVERED-COUNT.
MOVE CP-COUNTER-COUNT (PROGRAM-SUB) TO PHL-COUNTER-COUNT.
WRITE MINIMIZATION-REPORT-LINE FROM PROGRAM-HEADER-LINE.
MOVE 1 TO CASE-SUB.
PERFORM 4200-PRINT-ONE-RETAINED-CASE UNTIL CASE-SUB > TEST-CASE-COUNT.
MOVE 1 TO CASE-SUB.
PERFORM 4300-PRINT-ONE-REDUNDANT-CASE UNTIL CASE-SUB > TEST-CASE-COUNT.
ADD 1 TO PROGRAM-SUB.

4200-PRINT-ONE-RETAINED-CASE.
IF TC-PROGRAM-SUB (CASE-SUB) = PROGRAM-SUB
   AND TC-RETAINED-FLAG (CASE-SUB) = "Y" THEN
  MOVE TC-TEST-CASE-NAME (CASE-SUB) TO RDL-TEST-CASE-NAME
  MOVE TC-PICK-ORDER (CASE-SUB) TO RDL-PICK-ORDER
  MOVE TC-NEW-COUNTER-COUNT (CASE-SUB) TO RDL-NEW-COUNTER-COUNT
  WRITE MINIMIZATION-REPORT-LINE FROM RETAINED-DETAIL-LINE
END-IF.
ADD 1 TO CASE-SUB.

4300-PRINT-ONE-REDUNDANT-CASE.
IF TC-PROGRAM-SUB (CASE-SUB) = PROGRAM-SUB
   AND TC-RETAINED-FLAG (CASE-SUB) = "N" THEN
  MOVE TC-TEST-CASE-NAME (CASE-SUB) TO DDL-TEST-CASE-NAME
  IF TC-SUBSUMED-BY-SUB (CASE-SUB) > 0 THEN
    MOVE TC-TEST-CASE-NAME (TC-SUBSUMED-BY-SUB (CASE-SUB))
      TO DDL-SUBSUMER-NAME
  ELSE
    MOVE "THE RETAINED CASES TOGETHER" TO DDL-SUBSUMER-NAME
  END-IF
  WRITE MINIMIZATION-REPORT-LINE FROM REDUNDANT-DETAIL-LINE
END-IF.
ADD 1 TO CASE-SUB.

END PROGRAM CVMINSET.
