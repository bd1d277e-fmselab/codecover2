SELECT COVERAGE-REPORT-FILE ASSIGN TO "COVPRINT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS REPORT-FILE-STATUS.
SELECT PROBE-CATALOG-FILE ASSIGN TO "PROBECAT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS PROBE-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD COVERAGE-LOG-FILE.
01 COVERAGE-LOG-RECORD PIC X(80).
FD COVERAGE-REPORT-FILE.
01 COVERAGE-REPORT-LINE PIC X(132).
FD PROBE-CATALOG-FILE.
COPY PRBREC.
WORKING-STORAGE SECTION.
01 REPORT-CONTROL-FIELDS.
  05 END-OF-LOG-SWITCH PIC X VALUE "N".
  05 TEST-CASE-FOUND-SWITCH PIC X VALUE "N".
    88 TEST-CASE-FOUND VALUE "Y".

*> what each counter measures, printed beside its hit count.
COPY PRBTAB.

01 CLASS-TOTAL-FIELDS.
  05 CLASS-CODE-WORK PIC X VALUE SPACE.
  05 CLASS-TOTAL-COUNT PIC 99 VALUE ZERO.
    10 TCT-NAME PIC X(50).
  05 DETAIL-COLUMN-HEADER-LINE.
    10 FILLER PIC X(132)
        VALUE "  COUNTER    HIT COUNT             STATUS       DESCRIPTION".
  05 COUNTER-DETAIL-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 CDL-ITEM-TAG PIC X(9).
    10 CDL-HIT-COUNT PIC Z(17)9.
    10 FILLER PIC XX VALUE SPACES.
    10 CDL-COVERED-FLAG PIC X(11).
    10 FILLER PIC XX VALUE SPACES.
    10 CDL-DESCRIPTION PIC X(60).
  05 SUMMARY-TITLE-LINE.
    10 PHS-PROGRAM-NAME PIC X(20).
    10 FILLER PIC X(32) VALUE " SUMMARY - ALL TEST CASES".
PROCEDURE DIVISION.
0000-MAINLINE.
MOVE FUNCTION CURRENT-DATE TO REPORT-RUN-DATE.
PERFORM 0100-LOAD-PROBE-CATALOG.
OPEN INPUT COVERAGE-LOG-FILE.
PERFORM 1000-READ-AND-TALLY UNTIL END-OF-LOG.
CLOSE COVERAGE-LOG-FILE.
END-IF.
STOP RUN.

*> the probe catalog is optional: without it the description column
*> is simply left blank.
0100-LOAD-PROBE-CATALOG.
OPEN INPUT PROBE-CATALOG-FILE.
IF PROBE-FILE-STATUS = "00" THEN
  PERFORM 0110-LOAD-ONE-PROBE UNTIL END-OF-PROBES
  CLOSE PROBE-CATALOG-FILE
END-IF.

0110-LOAD-ONE-PROBE.
READ PROBE-CATALOG-FILE
  AT END
    SET END-OF-PROBES TO TRUE
  NOT AT END
    IF PROBE-ENTRY-COUNT >= 500 THEN
      DISPLAY "COVRPT: PROBECAT HOLDS MORE THAN 500 ENTRIES - "
        "REMAINDER NOT DESCRIBED"
      SET END-OF-PROBES TO TRUE
    ELSE
      ADD 1 TO PROBE-ENTRY-COUNT
      MOVE PRB-PROGRAM-NAME TO PE-PROGRAM-NAME (PROBE-ENTRY-COUNT)
      MOVE PRB-COUNTER-ID TO PE-COUNTER-ID (PROBE-ENTRY-COUNT)
      MOVE PRB-PARAGRAPH-NAME TO PE-PARAGRAPH-NAME (PROBE-ENTRY-COUNT)
      MOVE PRB-DESCRIPTION TO PE-DESCRIPTION (PROBE-ENTRY-COUNT)
    END-IF
END-READ.

1000-READ-AND-TALLY.
READ COVERAGE-LOG-FILE
  AT END
ELSE
  MOVE "NOT COVERED" TO CDL-COVERED-FLAG
END-IF.
MOVE RP-NAME (PROGRAM-SUB) TO PROBE-LOOKUP-PROGRAM.
MOVE RP-ITEM-TAG (PROGRAM-SUB ITEM-SUB) TO PROBE-LOOKUP-COUNTER.
PERFORM 3120-LOOKUP-PROBE.
MOVE PROBE-LOOKUP-DESCRIPTION TO CDL-DESCRIPTION.
WRITE COVERAGE-REPORT-LINE FROM COUNTER-DETAIL-LINE.
ADD 1 TO ITEM-SUB.

3120-LOOKUP-PROBE.
MOVE "N" TO PROBE-FOUND-SWITCH.
MOVE SPACES TO PROBE-LOOKUP-PARAGRAPH PROBE-LOOKUP-DESCRIPTION.
MOVE 1 TO PROBE-SUB.
PERFORM 3130-CHECK-ONE-PROBE
  UNTIL PROBE-FOUND OR PROBE-SUB > PROBE-ENTRY-COUNT.
IF PROBE-FOUND THEN
  MOVE PE-PARAGRAPH-NAME (PROBE-SUB) TO PROBE-LOOKUP-PARAGRAPH
  MOVE PE-DESCRIPTION (PROBE-SUB) TO PROBE-LOOKUP-DESCRIPTION
END-IF.

3130-CHECK-ONE-PROBE.
IF PE-PROGRAM-NAME (PROBE-SUB) = PROBE-LOOKUP-PROGRAM
   AND PE-COUNTER-ID (PROBE-SUB) = PROBE-LOOKUP-COUNTER THEN
  SET PROBE-FOUND TO TRUE
ELSE
  ADD 1 TO PROBE-SUB
END-IF.

3200-PRINT-PAGE-HEADER.
ADD 1 TO REPORT-PAGE-NUMBER.
MOVE RP-NAME (PROGRAM-SUB) TO PHL-PROGRAM-NAME.
