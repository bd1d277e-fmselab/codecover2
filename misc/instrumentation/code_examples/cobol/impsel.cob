IDENTIFICATION DIVISION.
PROGRAM-ID. IMPSEL.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT CHANGE-LIST-FILE ASSIGN TO "CHGLIST"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS CHANGE-FILE-STATUS.
SELECT PROBE-CATALOG-FILE ASSIGN TO "PROBECAT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS PROBE-FILE-STATUS.
SELECT COVERAGE-INDEX-FILE ASSIGN TO "COVIDX"
  ORGANIZATION IS INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY IS CVX-KEY
  FILE STATUS IS INDEX-FILE-STATUS.
SELECT TEST-VECTOR-FILE ASSIGN TO "TESTVEC"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS VECTOR-FILE-STATUS.
SELECT IMPACT-TRANSIN-FILE ASSIGN TO "IMPTRANS"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS IMPACT-TRANSIN-STATUS.
SELECT IMPACT-TESTVEC-FILE ASSIGN TO "IMPTVEC"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS IMPACT-TESTVEC-STATUS.
SELECT IMPACT-REPORT-FILE ASSIGN TO "IMPRPT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS REPORT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD CHANGE-LIST-FILE.
*> one record per changed paragraph: the program name as the
*> instrumented program writes it to COVIDX, a space, and the
*> paragraph (or section) name exactly as the probe catalog has it.
01 CHANGE-LIST-RECORD.
  05 CHG-PROGRAM-NAME PIC X(14).
  05 FILLER PIC X.
  05 CHG-PARAGRAPH-NAME PIC X(30).
FD PROBE-CATALOG-FILE.
COPY PRBREC.
FD COVERAGE-INDEX-FILE.
COPY CVXREC.
FD TEST-VECTOR-FILE.
*> the full BRANCHCOVERAGE driver file - record n is the "Vector n"
*> test case on COVIDX, so the selected vectors are copied across
*> from here with their original ADD operands.
01 TEST-VECTOR-RECORD.
  05 TV-FAC PIC 9999.
  05 TV-ZAHL1 PIC 999.
  05 TV-ZAHL2 PIC 999.
FD IMPACT-TRANSIN-FILE.
*> a complete TRANSIN batch of the TESTPROG cases that exercise the
*> changed code: "H" header (source system IMPACT - add it to
*> AUTHSEND once), one FAC detail per case, "T" trailer with count
*> and hash.
01 IMPACT-TRANSIN-RECORD PIC X(23).
FD IMPACT-TESTVEC-FILE.
01 IMPACT-TESTVEC-RECORD PIC X(10).
FD IMPACT-REPORT-FILE.
01 IMPACT-REPORT-LINE PIC X(132).
WORKING-STORAGE SECTION.
01 SELECTION-CONTROL-FIELDS.
  05 CHANGE-FILE-STATUS PIC XX VALUE SPACES.
  05 INDEX-FILE-STATUS PIC XX VALUE SPACES.
  05 VECTOR-FILE-STATUS PIC XX VALUE SPACES.
  05 IMPACT-TRANSIN-STATUS PIC XX VALUE SPACES.
  05 IMPACT-TESTVEC-STATUS PIC XX VALUE SPACES.
  05 REPORT-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-CHANGES-SWITCH PIC X VALUE "N".
    88 END-OF-CHANGES VALUE "Y".
  05 END-OF-INDEX-SWITCH PIC X VALUE "N".
    88 END-OF-INDEX VALUE "Y".
  05 END-OF-VECTORS-SWITCH PIC X VALUE "N".
    88 END-OF-VECTORS VALUE "Y".
  05 REPORT-RUN-DATE PIC X(21) VALUE SPACES.
  05 COUNTER-SUB PIC 99 VALUE ZERO.
  05 ACTIVE-COUNTER-LIMIT PIC 999 VALUE ZERO.
  05 UNTESTED-CHANGE-COUNT PIC 9(5) VALUE ZERO.
  05 TRANSIN-SELECTED-COUNT PIC 9(5) VALUE ZERO.
  05 TESTVEC-SELECTED-COUNT PIC 9(5) VALUE ZERO.
  05 NO-DRIVER-COUNT PIC 9(5) VALUE ZERO.
  05 CASES-DROPPED-COUNT PIC 9(5) VALUE ZERO.

*> the changed paragraphs, each with how many catalog counters sit
*> inside it and how many test cases on COVIDX hit at least one.
01 CHANGE-LIST-TABLE.
  05 CHANGE-ENTRY-COUNT PIC 99 VALUE ZERO.
  05 CHANGE-ENTRY OCCURS 50 TIMES.
    10 CE-PROGRAM-NAME PIC X(14).
    10 CE-PARAGRAPH-NAME PIC X(30).
    10 CE-PROBE-COUNT PIC 999.
    10 CE-CASE-COUNT PIC 9(5).
    10 CE-HIT-THIS-CASE-FLAG PIC X.
01 CHANGE-WORK-FIELDS.
  05 CHANGE-SUB PIC 99 VALUE ZERO.
  05 CHANGE-FOUND-SWITCH PIC X VALUE "N".
    88 CHANGE-FOUND VALUE "Y".
  05 CASE-SELECTED-SWITCH PIC X VALUE "N".
    88 CASE-SELECTED VALUE "Y".

COPY PRBTAB.

*> which changed paragraph, if any, each catalog counter sits in -
*> zero for a counter outside every changed paragraph.
01 PROBE-CHANGE-TABLE.
  05 PROBE-CHANGE-SUB PIC 99 OCCURS 500 TIMES.

*> every test case picked, in COVIDX key order, with the driver record
*> written for it.
01 SELECTED-CASE-TABLE.
  05 SELECTED-CASE-COUNT PIC 999 VALUE ZERO.
  05 SELECTED-CASE OCCURS 200 TIMES.
    10 SC-PROGRAM-NAME PIC X(14).
    10 SC-TEST-CASE-NAME PIC X(50).
    10 SC-DRIVER-TEXT PIC X(40).
01 SELECTED-CASE-SUB PIC 999 VALUE ZERO.
01 CASE-DRIVER-TEXT PIC X(40) VALUE SPACES.

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
  05 VECTORS-MISMATCHED-COUNT PIC 9(5) VALUE ZERO.

01 IMPACT-TRANSIN-BUILD-FIELDS.
  05 IMPACT-HEADER-FIELDS.
    10 FILLER PIC X VALUE "H".
    10 IH-CREATION-DATE PIC X(8).
    10 FILLER PIC X(8) VALUE "IMPACT  ".
    10 FILLER PIC X(6) VALUE SPACES.
  05 IMPACT-DETAIL-FIELDS.
    10 ID-FAC-VALUE PIC 9999.
    10 FILLER PIC X(19) VALUE SPACES.
  05 IMPACT-TRAILER-FIELDS.
    10 FILLER PIC X VALUE "T".
    10 IT-RECORD-COUNT PIC 9(9).
    10 IT-HASH-TOTAL PIC 9(13).
  05 IMPACT-DETAIL-COUNT PIC 9(9) VALUE ZERO.
  05 IMPACT-HASH-TOTAL PIC 9(13) VALUE ZERO.

01 REPORT-PRINT-LINES.
  05 REPORT-HEADER-LINE.
    10 FILLER PIC X(40) VALUE "IMPSEL - CHANGE-IMPACT TEST SELECTION".
    10 FILLER PIC X(10) VALUE "RUN DATE: ".
    10 RHL-RUN-DATE PIC X(21).
  05 REPORT-RULE-LINE PIC X(132) VALUE ALL "=".
  05 CHANGE-TITLE-LINE PIC X(132)
      VALUE "CHANGED PARAGRAPHS AND THE TEST CASES THAT EXERCISE THEM".
  05 CHANGE-COLUMN-LINE.
    10 FILLER PIC X(48)
        VALUE "  PROGRAM         PARAGRAPH                     ".
    10 FILLER PIC X(30) VALUE "COUNTERS   CASES   STATUS".
  05 CHANGE-DETAIL-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 CDL-PROGRAM-NAME PIC X(14).
    10 FILLER PIC XX VALUE SPACES.
    10 CDL-PARAGRAPH-NAME PIC X(30).
    10 CDL-PROBE-COUNT PIC ZZZZZZZ9.
    10 FILLER PIC XX VALUE SPACES.
    10 CDL-CASE-COUNT PIC ZZZZZ9.
    10 FILLER PIC XXX VALUE SPACES.
    10 CDL-STATUS PIC X(40).
  05 SELECTED-TITLE-LINE PIC X(132)
      VALUE "TEST CASES SELECTED FOR THE TARGETED RUN".
  05 SELECTED-DETAIL-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 SDL-PROGRAM-NAME PIC X(14).
    10 FILLER PIC XX VALUE SPACES.
    10 SDL-TEST-CASE-NAME PIC X(50).
    10 FILLER PIC XX VALUE SPACES.
    10 SDL-DRIVER-TEXT PIC X(40).
  05 NONE-FOUND-LINE PIC X(132) VALUE "  NONE".
  05 TOTAL-LINE.
    10 FILLER PIC X(20) VALUE "CHANGED PARAGRAPHS: ".
    10 TL-CHANGE-COUNT PIC ZZZZ9.
    10 FILLER PIC X(13) VALUE "   UNTESTED: ".
    10 TL-UNTESTED-COUNT PIC ZZZZ9.
    10 FILLER PIC X(13) VALUE "   TRANSIN:  ".
    10 TL-TRANSIN-COUNT PIC ZZZZ9.
    10 FILLER PIC X(13) VALUE "   TESTVEC:  ".
    10 TL-TESTVEC-COUNT PIC ZZZZ9.
    10 FILLER PIC X(13) VALUE "   NO DRIVER:".
    10 TL-NO-DRIVER-COUNT PIC ZZZZ9.
  05 BLANK-PRINT-LINE PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
*> a change to one paragraph no longer means rerunning the whole
*> suite: every test case whose COVIDX block hit a counter the probe
*> catalog places inside a changed paragraph is selected, TESTPROG's
*> cases as a TRANSIN batch on IMPTRANS and BRANCHCOVERAGE's as a
*> TESTVEC file on IMPTVEC.  A changed paragraph no test case reaches
*> is untested code, and ends the run RC 4 so it is flagged before the
*> change goes in.
0000-MAINLINE.
MOVE FUNCTION CURRENT-DATE TO REPORT-RUN-DATE.
PERFORM 1000-LOAD-CHANGE-LIST.
PERFORM 2000-LOAD-PROBE-CATALOG.
PERFORM 3000-OPEN-DRIVER-FILES.
PERFORM 4000-SELECT-FROM-COVERAGE-INDEX.
PERFORM 5000-COPY-SELECTED-VECTORS.
PERFORM 6000-CLOSE-DRIVER-FILES.
PERFORM 7000-PRINT-IMPACT-REPORT.
DISPLAY "IMPSEL: " CHANGE-ENTRY-COUNT " CHANGED PARAGRAPH(S), "
  UNTESTED-CHANGE-COUNT " UNTESTED, "
  TRANSIN-SELECTED-COUNT " TRANSIN CASE(S), "
  TESTVEC-SELECTED-COUNT " TESTVEC CASE(S) SELECTED".
IF CASES-DROPPED-COUNT > 0 THEN
  DISPLAY "IMPSEL: " CASES-DROPPED-COUNT
    " SELECTED CASES BEYOND THE 200-ENTRY TABLE NOT LISTED"
END-IF.
IF UNTESTED-CHANGE-COUNT > 0 THEN
  MOVE 4 TO RETURN-CODE
ELSE
  MOVE 0 TO RETURN-CODE
END-IF.
STOP RUN.

1000-LOAD-CHANGE-LIST.
OPEN INPUT CHANGE-LIST-FILE.
IF CHANGE-FILE-STATUS NOT = "00" THEN
  DISPLAY "IMPSEL: CHGLIST NOT AVAILABLE - STATUS " CHANGE-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 1100-LOAD-ONE-CHANGE UNTIL END-OF-CHANGES.
CLOSE CHANGE-LIST-FILE.
IF CHANGE-ENTRY-COUNT = 0 THEN
  DISPLAY "IMPSEL: CHGLIST NAMED NO CHANGED PARAGRAPHS"
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.

1100-LOAD-ONE-CHANGE.
READ CHANGE-LIST-FILE
  AT END
    SET END-OF-CHANGES TO TRUE
  NOT AT END
    IF CHG-PROGRAM-NAME NOT = SPACES
       AND CHG-PARAGRAPH-NAME NOT = SPACES THEN
      PERFORM 1200-ADD-ONE-CHANGE
    END-IF
END-READ.

1200-ADD-ONE-CHANGE.
MOVE "N" TO CHANGE-FOUND-SWITCH.
MOVE 1 TO CHANGE-SUB.
PERFORM 1210-CHECK-ONE-CHANGE
  UNTIL CHANGE-FOUND OR CHANGE-SUB > CHANGE-ENTRY-COUNT.
IF NOT CHANGE-FOUND THEN
  IF CHANGE-ENTRY-COUNT >= 50 THEN
    DISPLAY "IMPSEL: MORE THAN 50 CHANGED PARAGRAPHS - "
      CHG-PROGRAM-NAME " " CHG-PARAGRAPH-NAME " NOT EXAMINED"
  ELSE
    ADD 1 TO CHANGE-ENTRY-COUNT
    MOVE CHG-PROGRAM-NAME TO CE-PROGRAM-NAME (CHANGE-ENTRY-COUNT)
    MOVE CHG-PARAGRAPH-NAME TO CE-PARAGRAPH-NAME (CHANGE-ENTRY-COUNT)
    MOVE 0 TO CE-PROBE-COUNT (CHANGE-ENTRY-COUNT)
    MOVE 0 TO CE-CASE-COUNT (CHANGE-ENTRY-COUNT)
    MOVE "N" TO CE-HIT-THIS-CASE-FLAG (CHANGE-ENTRY-COUNT)
  END-IF
END-IF.

1210-CHECK-ONE-CHANGE.
IF CE-PROGRAM-NAME (CHANGE-SUB) = CHG-PROGRAM-NAME
   AND CE-PARAGRAPH-NAME (CHANGE-SUB) = CHG-PARAGRAPH-NAME THEN
  SET CHANGE-FOUND TO TRUE
ELSE
  ADD 1 TO CHANGE-SUB
END-IF.

*> without the catalog no counter can be placed in a paragraph, so
*> there is nothing to select on.
2000-LOAD-PROBE-CATALOG.
OPEN INPUT PROBE-CATALOG-FILE.
IF PROBE-FILE-STATUS NOT = "00" THEN
  DISPLAY "IMPSEL: PROBECAT NOT AVAILABLE - STATUS " PROBE-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 2100-LOAD-ONE-PROBE UNTIL END-OF-PROBES.
CLOSE PROBE-CATALOG-FILE.

2100-LOAD-ONE-PROBE.
READ PROBE-CATALOG-FILE
  AT END
    SET END-OF-PROBES TO TRUE
  NOT AT END
    IF PROBE-ENTRY-COUNT >= 500 THEN
      DISPLAY "IMPSEL: PROBECAT HOLDS MORE THAN 500 ENTRIES - "
        "REMAINDER NOT EXAMINED"
      SET END-OF-PROBES TO TRUE
    ELSE
      ADD 1 TO PROBE-ENTRY-COUNT
      MOVE PRB-PROGRAM-NAME TO PE-PROGRAM-NAME (PROBE-ENTRY-COUNT)
      MOVE PRB-COUNTER-ID TO PE-COUNTER-ID (PROBE-ENTRY-COUNT)
      MOVE PRB-PARAGRAPH-NAME TO PE-PARAGRAPH-NAME (PROBE-ENTRY-COUNT)
      MOVE PRB-DESCRIPTION TO PE-DESCRIPTION (PROBE-ENTRY-COUNT)
      PERFORM 2200-PLACE-ONE-PROBE
    END-IF
END-READ.

2200-PLACE-ONE-PROBE.
MOVE 0 TO PROBE-CHANGE-SUB (PROBE-ENTRY-COUNT).
MOVE "N" TO CHANGE-FOUND-SWITCH.
MOVE 1 TO CHANGE-SUB.
PERFORM 2210-CHECK-ONE-CHANGED-PARAGRAPH
  UNTIL CHANGE-FOUND OR CHANGE-SUB > CHANGE-ENTRY-COUNT.
IF CHANGE-FOUND THEN
  MOVE CHANGE-SUB TO PROBE-CHANGE-SUB (PROBE-ENTRY-COUNT)
  ADD 1 TO CE-PROBE-COUNT (CHANGE-SUB)
END-IF.

2210-CHECK-ONE-CHANGED-PARAGRAPH.
IF CE-PROGRAM-NAME (CHANGE-SUB) = PRB-PROGRAM-NAME
   AND CE-PARAGRAPH-NAME (CHANGE-SUB) = PRB-PARAGRAPH-NAME THEN
  SET CHANGE-FOUND TO TRUE
ELSE
  ADD 1 TO CHANGE-SUB
END-IF.

3000-OPEN-DRIVER-FILES.
OPEN OUTPUT IMPACT-TRANSIN-FILE.
IF IMPACT-TRANSIN-STATUS NOT = "00" THEN
  DISPLAY "IMPSEL: CANNOT OPEN IMPTRANS - STATUS "
    IMPACT-TRANSIN-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
OPEN OUTPUT IMPACT-TESTVEC-FILE.
IF IMPACT-TESTVEC-STATUS NOT = "00" THEN
  DISPLAY "IMPSEL: CANNOT OPEN IMPTVEC - STATUS "
    IMPACT-TESTVEC-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE REPORT-RUN-DATE (1:8) TO IH-CREATION-DATE.
WRITE IMPACT-TRANSIN-RECORD FROM IMPACT-HEADER-FIELDS.
MOVE 1 TO VECTOR-SUB.
PERFORM 3100-CLEAR-ONE-VECTOR-FLAG UNTIL VECTOR-SUB > 999.

3100-CLEAR-ONE-VECTOR-FLAG.
MOVE "N" TO VECTOR-SELECTED-FLAG (VECTOR-SUB).
MOVE 0 TO VECTOR-EXPECTED-FAC (VECTOR-SUB).
ADD 1 TO VECTOR-SUB.

4000-SELECT-FROM-COVERAGE-INDEX.
OPEN INPUT COVERAGE-INDEX-FILE.
IF INDEX-FILE-STATUS NOT = "00" THEN
  DISPLAY "IMPSEL: COVIDX NOT AVAILABLE - STATUS " INDEX-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE LOW-VALUES TO CVX-KEY.
START COVERAGE-INDEX-FILE KEY NOT < CVX-KEY
  INVALID KEY
    SET END-OF-INDEX TO TRUE
END-START.
PERFORM 4100-READ-ONE-INDEX-RECORD UNTIL END-OF-INDEX.
CLOSE COVERAGE-INDEX-FILE.

4100-READ-ONE-INDEX-RECORD.
READ COVERAGE-INDEX-FILE NEXT RECORD
  AT END
    SET END-OF-INDEX TO TRUE
  NOT AT END
    PERFORM 4200-EXAMINE-ONE-TEST-CASE
END-READ.

*> one COVIDX record is one test case: it is selected when any
*> counter it hit sits in a changed paragraph, and each changed
*> paragraph it reaches is credited once however many of that
*> paragraph's counters it hit.
4200-EXAMINE-ONE-TEST-CASE.
MOVE "N" TO CASE-SELECTED-SWITCH.
MOVE 1 TO CHANGE-SUB.
PERFORM 4210-CLEAR-ONE-HIT-FLAG UNTIL CHANGE-SUB > CHANGE-ENTRY-COUNT.
MOVE CVX-COUNTER-COUNT TO ACTIVE-COUNTER-LIMIT.
IF ACTIVE-COUNTER-LIMIT > 50 THEN
  MOVE 50 TO ACTIVE-COUNTER-LIMIT
END-IF.
MOVE 1 TO COUNTER-SUB.
PERFORM 4300-EXAMINE-ONE-COUNTER UNTIL COUNTER-SUB > ACTIVE-COUNTER-LIMIT.
IF CASE-SELECTED THEN
  MOVE 1 TO CHANGE-SUB
  PERFORM 4220-CREDIT-ONE-CHANGE UNTIL CHANGE-SUB > CHANGE-ENTRY-COUNT
  PERFORM 4400-RECORD-SELECTED-CASE
END-IF.

4210-CLEAR-ONE-HIT-FLAG.
MOVE "N" TO CE-HIT-THIS-CASE-FLAG (CHANGE-SUB).
ADD 1 TO CHANGE-SUB.

4220-CREDIT-ONE-CHANGE.
IF CE-HIT-THIS-CASE-FLAG (CHANGE-SUB) = "Y" THEN
  ADD 1 TO CE-CASE-COUNT (CHANGE-SUB)
END-IF.
ADD 1 TO CHANGE-SUB.

4300-EXAMINE-ONE-COUNTER.
IF CVX-COUNTER-VALUE (COUNTER-SUB) > 0 THEN
  MOVE CVX-PROGRAM-NAME TO PROBE-LOOKUP-PROGRAM
  MOVE CVX-COUNTER-ID (COUNTER-SUB) TO PROBE-LOOKUP-COUNTER
  PERFORM 8000-LOOKUP-PROBE
  IF PROBE-FOUND THEN
    IF PROBE-CHANGE-SUB (PROBE-SUB) > 0 THEN
      MOVE "Y" TO CE-HIT-THIS-CASE-FLAG (PROBE-CHANGE-SUB (PROBE-SUB))
      SET CASE-SELECTED TO TRUE
    END-IF
  END-IF
END-IF.
ADD 1 TO COUNTER-SUB.

4400-RECORD-SELECTED-CASE.
MOVE SPACES TO CASE-DRIVER-TEXT.
EVALUATE CVX-PROGRAM-NAME
  WHEN "TESTPROG"
    PERFORM 4500-SELECT-TESTPROG-CASE
  WHEN "BRANCHCOVERAGE"
    PERFORM 4600-SELECT-VECTOR-CASE
  WHEN OTHER
    ADD 1 TO NO-DRIVER-COUNT
    MOVE "NO BATCH DRIVER - RUN BY HAND" TO CASE-DRIVER-TEXT
END-EVALUATE.
IF SELECTED-CASE-COUNT >= 200 THEN
  ADD 1 TO CASES-DROPPED-COUNT
ELSE
  ADD 1 TO SELECTED-CASE-COUNT
  MOVE CVX-PROGRAM-NAME TO SC-PROGRAM-NAME (SELECTED-CASE-COUNT)
  MOVE CVX-TEST-CASE-NAME TO SC-TEST-CASE-NAME (SELECTED-CASE-COUNT)
  MOVE CASE-DRIVER-TEXT TO SC-DRIVER-TEXT (SELECTED-CASE-COUNT)
END-IF.

4500-SELECT-TESTPROG-CASE.
MOVE "N" TO FACULTY-NAME-FOUND-SWITCH.
MOVE 1 TO FACULTY-NAME-SUB.
PERFORM 4510-CHECK-ONE-FACULTY-NAME
  UNTIL FACULTY-NAME-FOUND OR FACULTY-NAME-SUB > 22.
IF FACULTY-NAME-FOUND THEN
  IF FACULTY-NAME-SUB = 22 THEN
    MOVE 21 TO ID-FAC-VALUE
  ELSE
    COMPUTE ID-FAC-VALUE = FACULTY-NAME-SUB - 1
  END-IF
  WRITE IMPACT-TRANSIN-RECORD FROM IMPACT-DETAIL-FIELDS
  ADD 1 TO IMPACT-DETAIL-COUNT
  ADD ID-FAC-VALUE TO IMPACT-HASH-TOTAL
  ADD 1 TO TRANSIN-SELECTED-COUNT
  STRING "IMPTRANS FAC " DELIMITED BY SIZE
    ID-FAC-VALUE DELIMITED BY SIZE
    INTO CASE-DRIVER-TEXT
  END-STRING
ELSE
  ADD 1 TO NO-DRIVER-COUNT
  MOVE "NO FAC FOR THIS CASE NAME" TO CASE-DRIVER-TEXT
END-IF.

4510-CHECK-ONE-FACULTY-NAME.
IF FACULTY-CASE-NAME-ENTRY (FACULTY-NAME-SUB) = CVX-TEST-CASE-NAME THEN
  SET FACULTY-NAME-FOUND TO TRUE
ELSE
  ADD 1 TO FACULTY-NAME-SUB
END-IF.

*> the vector record itself is copied from TESTVEC later; here it is
*> only marked, with the FAC its name says it ran so a TESTVEC that
*> has been re-cut since COVIDX was written is caught.
4600-SELECT-VECTOR-CASE.
MOVE CVX-TEST-CASE-NAME TO VECTOR-CASE-NAME-VIEW.
MOVE 0 TO VECTOR-NUMBER-WORK.
IF VCN-LITERAL = "Vector " AND VCN-NUMBER IS NUMERIC
   AND VCN-FAC-LITERAL = " FAC " AND VCN-FAC IS NUMERIC THEN
  MOVE VCN-NUMBER TO VECTOR-NUMBER-WORK
END-IF.
IF VECTOR-NUMBER-WORK > 0 THEN
  MOVE "Y" TO VECTOR-SELECTED-FLAG (VECTOR-NUMBER-WORK)
  MOVE VCN-FAC TO VECTOR-EXPECTED-FAC (VECTOR-NUMBER-WORK)
  ADD 1 TO VECTORS-SELECTED-COUNT
  STRING "IMPTVEC FROM TESTVEC RECORD " DELIMITED BY SIZE
    VCN-NUMBER DELIMITED BY SIZE
    INTO CASE-DRIVER-TEXT
  END-STRING
ELSE
  ADD 1 TO NO-DRIVER-COUNT
  MOVE "NOT A TESTVEC-DRIVEN CASE" TO CASE-DRIVER-TEXT
END-IF.

*> TESTVEC is needed only when a vector case was picked.
5000-COPY-SELECTED-VECTORS.
IF VECTORS-SELECTED-COUNT > 0 THEN
  OPEN INPUT TEST-VECTOR-FILE
  IF VECTOR-FILE-STATUS NOT = "00" THEN
    DISPLAY "IMPSEL: TESTVEC NOT AVAILABLE - STATUS "
      VECTOR-FILE-STATUS " - NO VECTORS WRITTEN"
    ADD VECTORS-SELECTED-COUNT TO NO-DRIVER-COUNT
  ELSE
    PERFORM 5100-COPY-ONE-VECTOR UNTIL END-OF-VECTORS
    CLOSE TEST-VECTOR-FILE
  END-IF
END-IF.

5100-COPY-ONE-VECTOR.
READ TEST-VECTOR-FILE
  AT END
    SET END-OF-VECTORS TO TRUE
  NOT AT END
    ADD 1 TO VECTOR-RECORD-NUMBER
    IF VECTOR-RECORD-NUMBER > 999 THEN
      SET END-OF-VECTORS TO TRUE
    ELSE
      PERFORM 5200-CHECK-ONE-VECTOR
    END-IF
END-READ.

5200-CHECK-ONE-VECTOR.
IF VECTOR-SELECTED-FLAG (VECTOR-RECORD-NUMBER) = "Y" THEN
  MOVE "N" TO VECTOR-SELECTED-FLAG (VECTOR-RECORD-NUMBER)
  IF TV-FAC = VECTOR-EXPECTED-FAC (VECTOR-RECORD-NUMBER) THEN
    WRITE IMPACT-TESTVEC-RECORD FROM TEST-VECTOR-RECORD
    ADD 1 TO TESTVEC-SELECTED-COUNT
  ELSE
    ADD 1 TO VECTORS-MISMATCHED-COUNT
    ADD 1 TO NO-DRIVER-COUNT
    DISPLAY "IMPSEL: TESTVEC RECORD " VECTOR-RECORD-NUMBER
      " NOW CARRIES FAC " TV-FAC " NOT "
      VECTOR-EXPECTED-FAC (VECTOR-RECORD-NUMBER)
      " - TESTVEC CHANGED SINCE COVIDX WAS WRITTEN, NOT COPIED"
  END-IF
END-IF.

6000-CLOSE-DRIVER-FILES.
MOVE IMPACT-DETAIL-COUNT TO IT-RECORD-COUNT.
MOVE IMPACT-HASH-TOTAL TO IT-HASH-TOTAL.
WRITE IMPACT-TRANSIN-RECORD FROM IMPACT-TRAILER-FIELDS.
CLOSE IMPACT-TRANSIN-FILE.
CLOSE IMPACT-TESTVEC-FILE.

7000-PRINT-IMPACT-REPORT.
OPEN OUTPUT IMPACT-REPORT-FILE.
IF REPORT-FILE-STATUS NOT = "00" THEN
  DISPLAY "IMPSEL: CANNOT OPEN IMPRPT - STATUS " REPORT-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE REPORT-RUN-DATE TO RHL-RUN-DATE.
WRITE IMPACT-REPORT-LINE FROM REPORT-HEADER-LINE.
WRITE IMPACT-REPORT-LINE FROM REPORT-RULE-LINE.
WRITE IMPACT-REPORT-LINE FROM BLANK-PRINT-LINE.
WRITE IMPACT-REPORT-LINE FROM CHANGE-TITLE-LINE.
WRITE IMPACT-REPORT-LINE FROM CHANGE-COLUMN-LINE.
MOVE 1 TO CHANGE-SUB.
PERFORM 7100-PRINT-ONE-CHANGE UNTIL CHANGE-SUB > CHANGE-ENTRY-COUNT.
WRITE IMPACT-REPORT-LINE FROM BLANK-PRINT-LINE.
WRITE IMPACT-REPORT-LINE FROM SELECTED-TITLE-LINE.
MOVE 1 TO SELECTED-CASE-SUB.
PERFORM 7200-PRINT-ONE-SELECTED-CASE
  UNTIL SELECTED-CASE-SUB > SELECTED-CASE-COUNT.
IF SELECTED-CASE-COUNT = 0 THEN
  WRITE IMPACT-REPORT-LINE FROM NONE-FOUND-LINE
END-IF.
WRITE IMPACT-REPORT-LINE FROM BLANK-PRINT-LINE.
MOVE CHANGE-ENTRY-COUNT TO TL-CHANGE-COUNT.
MOVE UNTESTED-CHANGE-COUNT TO TL-UNTESTED-COUNT.
MOVE TRANSIN-SELECTED-COUNT TO TL-TRANSIN-COUNT.
MOVE TESTVEC-SELECTED-COUNT TO TL-TESTVEC-COUNT.
MOVE NO-DRIVER-COUNT TO TL-NO-DRIVER-COUNT.
WRITE IMPACT-REPORT-LINE FROM TOTAL-LINE.
CLOSE IMPACT-REPORT-FILE.

*> a paragraph the catalog has no counters for cannot be shown to be
*> tested either way - it counts as untested until the catalog is
*> brought up to date.
7100-PRINT-ONE-CHANGE.
MOVE CE-PROGRAM-NAME (CHANGE-SUB) TO CDL-PROGRAM-NAME.
MOVE CE-PARAGRAPH-NAME (CHANGE-SUB) TO CDL-PARAGRAPH-NAME.
MOVE CE-PROBE-COUNT (CHANGE-SUB) TO CDL-PROBE-COUNT.
MOVE CE-CASE-COUNT (CHANGE-SUB) TO CDL-CASE-COUNT.
EVALUATE TRUE
  WHEN CE-PROBE-COUNT (CHANGE-SUB) = 0
    ADD 1 TO UNTESTED-CHANGE-COUNT
    MOVE "UNTESTED - NO COUNTERS IN PROBECAT" TO CDL-STATUS
  WHEN CE-CASE-COUNT (CHANGE-SUB) = 0
    ADD 1 TO UNTESTED-CHANGE-COUNT
    MOVE "UNTESTED - NO TEST CASE REACHES IT" TO CDL-STATUS
  WHEN OTHER
    MOVE "COVERED" TO CDL-STATUS
END-EVALUATE.
WRITE IMPACT-REPORT-LINE FROM CHANGE-DETAIL-LINE.
ADD 1 TO CHANGE-SUB.

7200-PRINT-ONE-SELECTED-CASE.
MOVE SC-PROGRAM-NAME (SELECTED-CASE-SUB) TO SDL-PROGRAM-NAME.
MOVE SC-TEST-CASE-NAME (SELECTED-CASE-SUB) TO SDL-TEST-CASE-NAME.
MOVE SC-DRIVER-TEXT (SELECTED-CASE-SUB) TO SDL-DRIVER-TEXT.
WRITE IMPACT-REPORT-LINE FROM SELECTED-DETAIL-LINE.
ADD 1 TO SELECTED-CASE-SUB.

8000-LOOKUP-PROBE.
MOVE "N" TO PROBE-FOUND-SWITCH.
MOVE 1 TO PROBE-SUB.
PERFORM 8010-CHECK-ONE-PROBE
  UNTIL PROBE-FOUND OR PROBE-SUB > PROBE-ENTRY-COUNT.

8010-CHECK-ONE-PROBE.
IF PE-PROGRAM-NAME (PROBE-SUB) = PROBE-LOOKUP-PROGRAM
   AND PE-COUNTER-ID (PROBE-SUB) = PROBE-LOOKUP-COUNTER THEN
  SET PROBE-FOUND TO TRUE
ELSE
  ADD 1 TO PROBE-SUB
END-IF.

END PROGRAM IMPSEL.
