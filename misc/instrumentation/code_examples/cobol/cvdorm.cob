IDENTIFICATION DIVISION.
PROGRAM-ID. CVDORM.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT COVERAGE-ACCUMULATOR-FILE ASSIGN TO "COVACCUM"
  ORGANIZATION IS INDEXED
  ACCESS MODE IS DYNAMIC
  RECORD KEY IS CVA-KEY
  FILE STATUS IS ACCUMULATOR-FILE-STATUS.
SELECT PROBE-CATALOG-FILE ASSIGN TO "PROBECAT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS PROBE-FILE-STATUS.
SELECT DORMANT-REPORT-FILE ASSIGN TO "DORMRPT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS REPORT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD COVERAGE-ACCUMULATOR-FILE.
COPY CVACREC.
FD PROBE-CATALOG-FILE.
COPY PRBREC.
FD DORMANT-REPORT-FILE.
01 DORMANT-REPORT-LINE PIC X(132).
WORKING-STORAGE SECTION.
*> the SYSIN card gives the dormancy age in days, columns 1-3: a
*> counter not hit since that many days before today is dormant.  A
*> blank card takes 30 days.
01 DORMANT-CARD.
  05 CARD-DORMANT-DAYS PIC X(3).
  05 FILLER PIC X(77).
01 DORMANT-CONTROL-FIELDS.
  05 ACCUMULATOR-FILE-STATUS PIC XX VALUE SPACES.
  05 REPORT-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-ACCUMULATOR-SWITCH PIC X VALUE "N".
    88 END-OF-ACCUMULATOR VALUE "Y".
  05 REPORT-RUN-DATE PIC X(21) VALUE SPACES.
  05 TODAY-DATE PIC 9(8) VALUE ZERO.
  05 DORMANT-DAYS PIC 999 VALUE ZERO.
  05 CUTOFF-INTEGER PIC 9(9) VALUE ZERO.
  05 CUTOFF-DATE-NUMERIC PIC 9(8) VALUE ZERO.
  05 CUTOFF-DATE PIC X(8) VALUE SPACES.
  05 CURRENT-PROGRAM-NAME PIC X(14) VALUE SPACES.
  05 PROGRAM-COUNTER-COUNT PIC 9(5) VALUE ZERO.
01 DORMANT-TOTALS.
  05 COUNTERS-READ-COUNT PIC 9(9) VALUE ZERO.
  05 DORMANT-COUNTER-COUNT PIC 9(9) VALUE ZERO.
  05 NEVER-HIT-COUNT PIC 9(9) VALUE ZERO.
  05 DORMANT-DROPPED-COUNT PIC 9(5) VALUE ZERO.
COPY PRBTAB.
*> the dormant counters of the program being read, held until its
*> last counter so they can be printed paragraph by paragraph.
01 DORMANT-COUNTER-TABLE.
  05 DORMANT-ENTRY-COUNT PIC 999 VALUE ZERO.
  05 DORMANT-ENTRY OCCURS 500 TIMES.
    10 DE-COUNTER-ID PIC X(9).
    10 DE-PARAGRAPH-NAME PIC X(30).
    10 DE-LAST-HIT-DATE PIC X(8).
    10 DE-FIRST-HIT-DATE PIC X(8).
    10 DE-UNHIT-RUN-COUNT PIC 9(7).
    10 DE-LIFETIME-HITS PIC 9(18).
    10 DE-DESCRIPTION PIC X(60).
    10 DE-PRINTED-SWITCH PIC X.
      88 DE-PRINTED VALUE "Y".
  05 DORMANT-SUB PIC 999 VALUE ZERO.
  05 PARAGRAPH-SUB PIC 999 VALUE ZERO.
  05 PROGRAM-DORMANT-COUNT PIC 9(5) VALUE ZERO.
01 REPORT-PRINT-LINES.
  05 REPORT-HEADER-LINE.
    10 FILLER PIC X(34) VALUE "CVDORM - DORMANT COVERAGE CODE".
    10 FILLER PIC X(10) VALUE "RUN DATE: ".
    10 RHL-RUN-DATE PIC X(21).
  05 REPORT-RULE-LINE PIC X(132) VALUE ALL "=".
  05 SELECTION-LINE.
    10 FILLER PIC X(25) VALUE "COUNTERS NOT HIT SINCE   ".
    10 SL-CUTOFF-DATE PIC X(8).
    10 FILLER PIC X(2) VALUE " (".
    10 SL-DORMANT-DAYS PIC ZZ9.
    10 FILLER PIC X(6) VALUE " DAYS)".
  05 PROGRAM-TITLE-LINE.
    10 FILLER PIC X(9) VALUE "PROGRAM  ".
    10 PTL-PROGRAM-NAME PIC X(14).
    10 FILLER PIC X(3) VALUE SPACES.
    10 PTL-DORMANT-COUNT PIC ZZZZ9.
    10 FILLER PIC X(12) VALUE " DORMANT OF ".
    10 PTL-COUNTER-COUNT PIC ZZZZ9.
    10 FILLER PIC X(9) VALUE " COUNTERS".
  05 PARAGRAPH-TITLE-LINE.
    10 FILLER PIC X(13) VALUE "  PARAGRAPH  ".
    10 PGL-PARAGRAPH-NAME PIC X(30).
  05 COUNTER-HEADING-LINE.
    10 FILLER PIC X(42)
        VALUE "    COUNTER    LAST HIT  FIRST HIT   UNHIT".
    10 FILLER PIC X(33)
        VALUE "       LIFETIME HITS  DESCRIPTION".
  05 COUNTER-DETAIL-LINE.
    10 FILLER PIC X(4) VALUE SPACES.
    10 CDL-COUNTER-ID PIC X(9).
    10 FILLER PIC XX VALUE SPACES.
    10 CDL-LAST-HIT-DATE PIC X(8).
    10 FILLER PIC XX VALUE SPACES.
    10 CDL-FIRST-HIT-DATE PIC X(8).
    10 FILLER PIC XX VALUE SPACES.
    10 CDL-UNHIT-RUN-COUNT PIC Z(6)9.
    10 FILLER PIC XX VALUE SPACES.
    10 CDL-LIFETIME-HITS PIC Z(17)9.
    10 FILLER PIC XX VALUE SPACES.
    10 CDL-DESCRIPTION PIC X(60).
  05 MESSAGE-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 ML-MESSAGE-TEXT PIC X(100).
  05 TOTAL-LINE.
    10 FILLER PIC X(19) VALUE "COUNTERS ON FILE:  ".
    10 TL-COUNTERS-READ PIC Z(8)9.
    10 FILLER PIC X(13) VALUE "   DORMANT:  ".
    10 TL-DORMANT-COUNT PIC Z(8)9.
    10 FILLER PIC X(15) VALUE "   NEVER HIT:  ".
    10 TL-NEVER-HIT-COUNT PIC Z(8)9.
  05 BLANK-PRINT-LINE PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
*> lists the counters on COVACCUM that nothing has hit for the
*> configured number of days - last hit before the cutoff, or never
*> hit in all the runs since the counter was first logged before it
*> - grouped by program and, through the PROBECAT probe catalog, by
*> the paragraph each counter sits in, so development can review the
*> code no test input reaches any more.  A counter the catalog does
*> not know is grouped under "(NOT ON PROBECAT)".  A counter first
*> logged inside the window has not been watched long enough and is
*> left off.  RC 4 when any counter is dormant or COVACCUM cannot be
*> opened - the report is advisory, so a missing accumulator says so on
*> DORMRPT and never bypasses the suite's later steps - RC 8 when the
*> report cannot be opened, RC 0 otherwise.
0000-MAINLINE.
ACCEPT DORMANT-CARD.
MOVE FUNCTION CURRENT-DATE TO REPORT-RUN-DATE.
MOVE REPORT-RUN-DATE (1:8) TO TODAY-DATE.
IF CARD-DORMANT-DAYS IS NUMERIC AND CARD-DORMANT-DAYS > "000" THEN
  MOVE CARD-DORMANT-DAYS TO DORMANT-DAYS
ELSE
  MOVE 30 TO DORMANT-DAYS
END-IF.
COMPUTE CUTOFF-INTEGER
  = FUNCTION INTEGER-OF-DATE (TODAY-DATE) - DORMANT-DAYS.
COMPUTE CUTOFF-DATE-NUMERIC = FUNCTION DATE-OF-INTEGER (CUTOFF-INTEGER).
MOVE CUTOFF-DATE-NUMERIC TO CUTOFF-DATE.
PERFORM 0100-LOAD-PROBE-CATALOG.
OPEN OUTPUT DORMANT-REPORT-FILE.
IF REPORT-FILE-STATUS NOT = "00" THEN
  DISPLAY "CVDORM: CANNOT OPEN DORMRPT - STATUS " REPORT-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE REPORT-RUN-DATE TO RHL-RUN-DATE.
WRITE DORMANT-REPORT-LINE FROM REPORT-HEADER-LINE.
WRITE DORMANT-REPORT-LINE FROM REPORT-RULE-LINE.
OPEN INPUT COVERAGE-ACCUMULATOR-FILE.
IF ACCUMULATOR-FILE-STATUS NOT = "00" THEN
  DISPLAY "CVDORM: COVACCUM NOT AVAILABLE - STATUS "
    ACCUMULATOR-FILE-STATUS
  MOVE "COVACCUM NOT AVAILABLE - NO DORMANT COUNTERS REPORTED"
    TO ML-MESSAGE-TEXT
  WRITE DORMANT-REPORT-LINE FROM MESSAGE-LINE
  CLOSE DORMANT-REPORT-FILE
  MOVE 4 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE CUTOFF-DATE TO SL-CUTOFF-DATE.
MOVE DORMANT-DAYS TO SL-DORMANT-DAYS.
WRITE DORMANT-REPORT-LINE FROM SELECTION-LINE.
WRITE DORMANT-REPORT-LINE FROM BLANK-PRINT-LINE.
MOVE LOW-VALUES TO CVA-KEY.
START COVERAGE-ACCUMULATOR-FILE KEY NOT < CVA-KEY
  INVALID KEY
    SET END-OF-ACCUMULATOR TO TRUE
END-START.
PERFORM 1000-READ-ONE-COUNTER UNTIL END-OF-ACCUMULATOR.
PERFORM 2000-PRINT-ONE-PROGRAM.
CLOSE COVERAGE-ACCUMULATOR-FILE.
IF DORMANT-DROPPED-COUNT > 0 THEN
  MOVE "MORE THAN 500 DORMANT COUNTERS IN ONE PROGRAM - REST NOT LISTED"
    TO ML-MESSAGE-TEXT
  WRITE DORMANT-REPORT-LINE FROM MESSAGE-LINE
END-IF.
MOVE COUNTERS-READ-COUNT TO TL-COUNTERS-READ.
MOVE DORMANT-COUNTER-COUNT TO TL-DORMANT-COUNT.
MOVE NEVER-HIT-COUNT TO TL-NEVER-HIT-COUNT.
WRITE DORMANT-REPORT-LINE FROM TOTAL-LINE.
CLOSE DORMANT-REPORT-FILE.
DISPLAY "CVDORM: " DORMANT-COUNTER-COUNT " OF " COUNTERS-READ-COUNT
  " COUNTERS NOT HIT SINCE " CUTOFF-DATE " (" NEVER-HIT-COUNT
  " NEVER HIT)".
IF DORMANT-COUNTER-COUNT > 0 THEN
  MOVE 4 TO RETURN-CODE
ELSE
  MOVE 0 TO RETURN-CODE
END-IF.
STOP RUN.

*> the probe catalog is optional: without it every dormant counter
*> is grouped under "(NOT ON PROBECAT)" with no description.
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
      DISPLAY "CVDORM: PROBECAT HOLDS MORE THAN 500 ENTRIES - "
        "REMAINDER NOT PLACED"
      SET END-OF-PROBES TO TRUE
    ELSE
      ADD 1 TO PROBE-ENTRY-COUNT
      MOVE PRB-PROGRAM-NAME TO PE-PROGRAM-NAME (PROBE-ENTRY-COUNT)
      MOVE PRB-COUNTER-ID TO PE-COUNTER-ID (PROBE-ENTRY-COUNT)
      MOVE PRB-PARAGRAPH-NAME TO PE-PARAGRAPH-NAME (PROBE-ENTRY-COUNT)
      MOVE PRB-DESCRIPTION TO PE-DESCRIPTION (PROBE-ENTRY-COUNT)
    END-IF
END-READ.

*> the accumulator is read in key order, so each program's counters
*> arrive together; a change of program prints the one before.
1000-READ-ONE-COUNTER.
READ COVERAGE-ACCUMULATOR-FILE NEXT RECORD
  AT END
    SET END-OF-ACCUMULATOR TO TRUE
  NOT AT END
    IF CVA-PROGRAM-NAME NOT = CURRENT-PROGRAM-NAME THEN
      PERFORM 2000-PRINT-ONE-PROGRAM
      MOVE CVA-PROGRAM-NAME TO CURRENT-PROGRAM-NAME
    END-IF
    ADD 1 TO COUNTERS-READ-COUNT
    ADD 1 TO PROGRAM-COUNTER-COUNT
    IF (CVA-LAST-HIT-DATE NOT = SPACES
        AND CVA-LAST-HIT-DATE < CUTOFF-DATE)
       OR (CVA-LAST-HIT-DATE = SPACES
        AND CVA-FIRST-SEEN-DATE < CUTOFF-DATE) THEN
      PERFORM 1100-HOLD-DORMANT-COUNTER
    END-IF
END-READ.

1100-HOLD-DORMANT-COUNTER.
ADD 1 TO DORMANT-COUNTER-COUNT.
ADD 1 TO PROGRAM-DORMANT-COUNT.
IF CVA-LAST-HIT-DATE = SPACES THEN
  ADD 1 TO NEVER-HIT-COUNT
END-IF.
IF DORMANT-ENTRY-COUNT >= 500 THEN
  ADD 1 TO DORMANT-DROPPED-COUNT
ELSE
  ADD 1 TO DORMANT-ENTRY-COUNT
  MOVE DORMANT-ENTRY-COUNT TO DORMANT-SUB
  MOVE CVA-COUNTER-ID TO DE-COUNTER-ID (DORMANT-SUB)
  MOVE CVA-LAST-HIT-DATE TO DE-LAST-HIT-DATE (DORMANT-SUB)
  MOVE CVA-FIRST-HIT-DATE TO DE-FIRST-HIT-DATE (DORMANT-SUB)
  MOVE CVA-UNHIT-RUN-COUNT TO DE-UNHIT-RUN-COUNT (DORMANT-SUB)
  MOVE CVA-LIFETIME-HITS TO DE-LIFETIME-HITS (DORMANT-SUB)
  MOVE "N" TO DE-PRINTED-SWITCH (DORMANT-SUB)
  MOVE CVA-PROGRAM-NAME TO PROBE-LOOKUP-PROGRAM
  MOVE CVA-COUNTER-ID TO PROBE-LOOKUP-COUNTER
  PERFORM 1200-LOOKUP-PROBE
  IF PROBE-FOUND THEN
    MOVE PROBE-LOOKUP-PARAGRAPH TO DE-PARAGRAPH-NAME (DORMANT-SUB)
  ELSE
    MOVE "(NOT ON PROBECAT)" TO DE-PARAGRAPH-NAME (DORMANT-SUB)
  END-IF
  MOVE PROBE-LOOKUP-DESCRIPTION TO DE-DESCRIPTION (DORMANT-SUB)
END-IF.

1200-LOOKUP-PROBE.
MOVE "N" TO PROBE-FOUND-SWITCH.
MOVE SPACES TO PROBE-LOOKUP-PARAGRAPH PROBE-LOOKUP-DESCRIPTION.
MOVE 1 TO PROBE-SUB.
PERFORM 1210-CHECK-ONE-PROBE
  UNTIL PROBE-FOUND OR PROBE-SUB > PROBE-ENTRY-COUNT.
IF PROBE-FOUND THEN
  MOVE PE-PARAGRAPH-NAME (PROBE-SUB) TO PROBE-LOOKUP-PARAGRAPH
  MOVE PE-DESCRIPTION (PROBE-SUB) TO PROBE-LOOKUP-DESCRIPTION
END-IF.

1210-CHECK-ONE-PROBE.
IF PE-PROGRAM-NAME (PROBE-SUB) = PROBE-LOOKUP-PROGRAM
   AND PE-COUNTER-ID (PROBE-SUB) = PROBE-LOOKUP-COUNTER THEN
  SET PROBE-FOUND TO TRUE
ELSE
  ADD 1 TO PROBE-SUB
END-IF.

*> one program: its title with how many of its counters are dormant,
*> then each paragraph that has a dormant counter, in the order its
*> first such counter comes on file, with all of that paragraph's
*> dormant counters under it.
2000-PRINT-ONE-PROGRAM.
IF PROGRAM-COUNTER-COUNT > 0 THEN
  MOVE CURRENT-PROGRAM-NAME TO PTL-PROGRAM-NAME
  MOVE PROGRAM-DORMANT-COUNT TO PTL-DORMANT-COUNT
  MOVE PROGRAM-COUNTER-COUNT TO PTL-COUNTER-COUNT
  WRITE DORMANT-REPORT-LINE FROM PROGRAM-TITLE-LINE
  IF DORMANT-ENTRY-COUNT > 0 THEN
    WRITE DORMANT-REPORT-LINE FROM COUNTER-HEADING-LINE
  END-IF
  MOVE 1 TO PARAGRAPH-SUB
  PERFORM 2100-PRINT-ONE-PARAGRAPH
    UNTIL PARAGRAPH-SUB > DORMANT-ENTRY-COUNT
  WRITE DORMANT-REPORT-LINE FROM BLANK-PRINT-LINE
END-IF.
MOVE 0 TO PROGRAM-COUNTER-COUNT.
MOVE 0 TO PROGRAM-DORMANT-COUNT.
MOVE 0 TO DORMANT-ENTRY-COUNT.

2100-PRINT-ONE-PARAGRAPH.
IF NOT DE-PRINTED (PARAGRAPH-SUB) THEN
  MOVE DE-PARAGRAPH-NAME (PARAGRAPH-SUB) TO PGL-PARAGRAPH-NAME
  WRITE DORMANT-REPORT-LINE FROM PARAGRAPH-TITLE-LINE
  MOVE PARAGRAPH-SUB TO DORMANT-SUB
  PERFORM 2200-PRINT-ONE-DORMANT-COUNTER
    UNTIL DORMANT-SUB > DORMANT-ENTRY-COUNT
END-IF.
ADD 1 TO PARAGRAPH-SUB.

2200-PRINT-ONE-DORMANT-COUNTER.
IF NOT DE-PRINTED (DORMANT-SUB)
   AND DE-PARAGRAPH-NAME (DORMANT-SUB)
     = DE-PARAGRAPH-NAME (PARAGRAPH-SUB) THEN
  MOVE DE-COUNTER-ID (DORMANT-SUB) TO CDL-COUNTER-ID
  IF DE-LAST-HIT-DATE (DORMANT-SUB) = SPACES THEN
    MOVE "NEVER" TO CDL-LAST-HIT-DATE
  ELSE
    MOVE DE-LAST-HIT-DATE (DORMANT-SUB) TO CDL-LAST-HIT-DATE
  END-IF
  MOVE DE-FIRST-HIT-DATE (DORMANT-SUB) TO CDL-FIRST-HIT-DATE
  MOVE DE-UNHIT-RUN-COUNT (DORMANT-SUB) TO CDL-UNHIT-RUN-COUNT
  MOVE DE-LIFETIME-HITS (DORMANT-SUB) TO CDL-LIFETIME-HITS
  MOVE DE-DESCRIPTION (DORMANT-SUB) TO CDL-DESCRIPTION
  WRITE DORMANT-REPORT-LINE FROM COUNTER-DETAIL-LINE
  SET DE-PRINTED (DORMANT-SUB) TO TRUE
END-IF.
ADD 1 TO DORMANT-SUB.

END PROGRAM CVDORM.
