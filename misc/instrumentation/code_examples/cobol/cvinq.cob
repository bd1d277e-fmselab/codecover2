  ACCESS MODE IS DYNAMIC
  RECORD KEY IS CVX-KEY
  FILE STATUS IS INDEX-FILE-STATUS.
SELECT PROBE-CATALOG-FILE ASSIGN TO "PROBECAT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS PROBE-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD COVERAGE-INDEX-FILE.
COPY CVXREC.
FD PROBE-CATALOG-FILE.
COPY PRBREC.
WORKING-STORAGE SECTION.
01 INQUIRY-CONTROL-FIELDS.
  05 INDEX-FILE-STATUS PIC XX VALUE SPACES.
  05 COUNTER-SUB PIC 99 VALUE ZERO.
  05 ACTIVE-COUNTER-LIMIT PIC 999 VALUE ZERO.

*> what each counter measures, shown beside its value.
COPY PRBTAB.

01 INQUIRY-DETAIL-LINE.
  05 FILLER PIC XX VALUE SPACES.
  05 IDL-COUNTER-NAME PIC X(9).
  05 FILLER PIC X(3) VALUE " = ".
  05 IDL-COUNTER-VALUE PIC Z(17)9.
  05 FILLER PIC XX VALUE SPACES.
  05 IDL-DESCRIPTION PIC X(60).
PROCEDURE DIVISION.
0000-MAINLINE.
OPEN INPUT COVERAGE-INDEX-FILE.
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 0100-LOAD-PROBE-CATALOG.
PERFORM 1000-RUN-ONE-INQUIRY UNTIL END-OF-INQUIRIES.
CLOSE COVERAGE-INDEX-FILE.
STOP RUN.

*> the probe catalog is optional: without it the counters are shown
*> bare, as they always were.
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
      DISPLAY "CVINQ: PROBECAT HOLDS MORE THAN 500 ENTRIES - "
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

1000-RUN-ONE-INQUIRY.
DISPLAY "PROGRAM NAME (BLANK TO EXIT):".
MOVE SPACES TO INQUIRY-PROGRAM-NAME.
2300-SHOW-ONE-COUNTER.
MOVE CVX-COUNTER-ID (COUNTER-SUB) TO IDL-COUNTER-NAME.
MOVE CVX-COUNTER-VALUE (COUNTER-SUB) TO IDL-COUNTER-VALUE.
MOVE CVX-PROGRAM-NAME TO PROBE-LOOKUP-PROGRAM.
MOVE CVX-COUNTER-ID (COUNTER-SUB) TO PROBE-LOOKUP-COUNTER.
PERFORM 2310-LOOKUP-PROBE.
MOVE PROBE-LOOKUP-DESCRIPTION TO IDL-DESCRIPTION.
DISPLAY INQUIRY-DETAIL-LINE.
ADD 1 TO COUNTER-SUB.

2310-LOOKUP-PROBE.
MOVE "N" TO PROBE-FOUND-SWITCH.
MOVE SPACES TO PROBE-LOOKUP-PARAGRAPH PROBE-LOOKUP-DESCRIPTION.
MOVE 1 TO PROBE-SUB.
PERFORM 2320-CHECK-ONE-PROBE
  UNTIL PROBE-FOUND OR PROBE-SUB > PROBE-ENTRY-COUNT.
IF PROBE-FOUND THEN
  MOVE PE-PARAGRAPH-NAME (PROBE-SUB) TO PROBE-LOOKUP-PARAGRAPH
  MOVE PE-DESCRIPTION (PROBE-SUB) TO PROBE-LOOKUP-DESCRIPTION
END-IF.

2320-CHECK-ONE-PROBE.
IF PE-PROGRAM-NAME (PROBE-SUB) = PROBE-LOOKUP-PROGRAM
   AND PE-COUNTER-ID (PROBE-SUB) = PROBE-LOOKUP-COUNTER THEN
  SET PROBE-FOUND TO TRUE
ELSE
  ADD 1 TO PROBE-SUB
END-IF.

END PROGRAM CVINQ.
