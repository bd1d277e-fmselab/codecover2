SELECT GAP-TESTVEC-FILE ASSIGN TO "GAPTVEC"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS GAP-TESTVEC-STATUS.
SELECT PROBE-CATALOG-FILE ASSIGN TO "PROBECAT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS PROBE-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD COVERAGE-INDEX-FILE.
  05 GTV-FAC PIC 9999.
  05 GTV-ZAHL1 PIC 999.
  05 GTV-ZAHL2 PIC 999.
FD PROBE-CATALOG-FILE.
COPY PRBREC.
WORKING-STORAGE SECTION.
01 GENERATOR-CONTROL-FIELDS.
  05 INDEX-FILE-STATUS PIC XX VALUE SPACES.
  05 MASTER-EXP-DATE-WORK PIC 9(8) VALUE ZERO.
  05 PROBE-RUN-DATE PIC 9(8) VALUE ZERO.

*> what each gap counter measures, shown beside its tag so the
*> console listing reads as logic not yet exercised, not bare ids.
COPY PRBTAB.

01 GAP-TRANSIN-BUILD-FIELDS.
  05 GAP-HEADER-FIELDS.
    10 FILLER PIC X VALUE "H".
  STOP RUN
END-IF.
PERFORM 2000-PROBE-PRODUCT-MASTER.
PERFORM 2500-LOAD-PROBE-CATALOG.
PERFORM 3000-OPEN-DRIVER-FILES.
PERFORM 4000-GENERATE-FOR-ALL-PROGRAMS.
PERFORM 5000-CLOSE-DRIVER-FILES.
  ADD 1 TO MASTER-CODE-SUB
END-IF.

*> the probe catalog is optional: without it the gaps are listed by
*> tag alone, as they always were.
2500-LOAD-PROBE-CATALOG.
OPEN INPUT PROBE-CATALOG-FILE.
IF PROBE-FILE-STATUS = "00" THEN
  PERFORM 2510-LOAD-ONE-PROBE UNTIL END-OF-PROBES
  CLOSE PROBE-CATALOG-FILE
END-IF.

2510-LOAD-ONE-PROBE.
READ PROBE-CATALOG-FILE
  AT END
    SET END-OF-PROBES TO TRUE
  NOT AT END
    IF PROBE-ENTRY-COUNT >= 500 THEN
      DISPLAY "CVGAPGEN: PROBECAT HOLDS MORE THAN 500 ENTRIES - "
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

3000-OPEN-DRIVER-FILES.
OPEN OUTPUT GAP-TRANSIN-FILE.
IF GAP-TRANSIN-STATUS NOT = "00" THEN
4200-GENERATE-FOR-ONE-COUNTER.
IF CP-COUNTER-COVERED (PROGRAM-SUB TABLE-COUNTER-SUB) NOT = "Y" THEN
  ADD 1 TO GAPS-FOUND-COUNT
  PERFORM 4250-DESCRIBE-ONE-GAP
  PERFORM 4300-APPLY-ONE-RECIPE
END-IF.
ADD 1 TO TABLE-COUNTER-SUB.

4250-DESCRIBE-ONE-GAP.
MOVE CP-NAME (PROGRAM-SUB) TO PROBE-LOOKUP-PROGRAM.
MOVE CP-COUNTER-ID (PROGRAM-SUB TABLE-COUNTER-SUB)
  TO PROBE-LOOKUP-COUNTER.
MOVE "N" TO PROBE-FOUND-SWITCH.
MOVE 1 TO PROBE-SUB.
PERFORM 4260-CHECK-ONE-PROBE
  UNTIL PROBE-FOUND OR PROBE-SUB > PROBE-ENTRY-COUNT.
IF PROBE-FOUND THEN
  DISPLAY "CVGAPGEN: " CP-NAME (PROGRAM-SUB) " "
    CP-COUNTER-ID (PROGRAM-SUB TABLE-COUNTER-SUB) " "
    PE-PARAGRAPH-NAME (PROBE-SUB) " " PE-DESCRIPTION (PROBE-SUB)
END-IF.

4260-CHECK-ONE-PROBE.
IF PE-PROGRAM-NAME (PROBE-SUB) = PROBE-LOOKUP-PROGRAM
   AND PE-COUNTER-ID (PROBE-SUB) = PROBE-LOOKUP-COUNTER THEN
  SET PROBE-FOUND TO TRUE
ELSE
  ADD 1 TO PROBE-SUB
END-IF.

4300-APPLY-ONE-RECIPE.
MOVE "N" TO RECIPE-FOUND-SWITCH.
MOVE 1 TO RECIPE-SUB.
