IDENTIFICATION DIVISION.
PROGRAM-ID. ARCCAT.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCCATLG"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS CATALOG-FILE-STATUS.
SELECT HISTORY-SOURCE-FILE ASSIGN TO DYNAMIC SOURCE-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS SOURCE-FILE-STATUS.
SELECT GENERATION-COPY-FILE ASSIGN TO DYNAMIC GENERATION-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS COPY-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD ARCHIVE-CATALOG-FILE.
01 ARCHIVE-CATALOG-LINE PIC X(149).
FD HISTORY-SOURCE-FILE.
01 HISTORY-SOURCE-RECORD PIC X(132).
FD GENERATION-COPY-FILE.
01 GENERATION-COPY-RECORD PIC X(132).
WORKING-STORAGE SECTION.
*> the SYSIN card: the history kind just archived in columns 1-8,
*> optionally the night it belongs to (YYYYMMDD) in columns 10-17 for
*> a rerun of a missed night, and optionally the absolute generation
*> number the archive step created in columns 19-22 - needed only
*> when the catalog is started on a GDG that already has generations,
*> or to bring it back in step after a generation was cut outside the
*> suite.  Left blank, it is one past the last one catalogued.
01 CATALOG-CARD.
  05 CARD-HISTORY-KIND PIC X(8).
  05 FILLER PIC X.
  05 OVERRIDE-DATE PIC X(8).
  05 FILLER PIC X.
  05 OVERRIDE-GENERATION PIC X(4).
  05 FILLER PIC X(58).
01 CATALOG-CONTROL-FIELDS.
  05 CATALOG-FILE-STATUS PIC XX VALUE SPACES.
  05 SOURCE-FILE-STATUS PIC XX VALUE SPACES.
  05 COPY-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-INPUT-SWITCH PIC X VALUE "N".
    88 END-OF-INPUT VALUE "Y".
  05 SOURCE-FILE-NAME PIC X(44) VALUE SPACES.
  05 GENERATION-FILE-NAME PIC X(44) VALUE SPACES.
  05 CATALOG-RUN-DATE PIC X(21) VALUE SPACES.
  05 WINDOW-DATE PIC 9(8) VALUE ZERO.
  05 GENERATION-NUMBER PIC 9(4) VALUE ZERO.
  05 LAST-GENERATION-NUMBER PIC 9(4) VALUE ZERO.
  05 GENERATION-RECORD-COUNT PIC 9(9) VALUE ZERO.
  05 FIRST-STAMP PIC X(21) VALUE SPACES.
  05 LAST-STAMP PIC X(21) VALUE SPACES.
  05 RECORD-STAMP PIC X(21) VALUE SPACES.
  05 RECORD-PROGRAM-NAME PIC X(14) VALUE SPACES.

*> each history kind: the working-directory file the archive step
*> copies, and the GDG base it copies it to.
01 HISTORY-KIND-VALUES.
  05 FILLER PIC X(8) VALUE "COVERAGE".
  05 FILLER PIC X(12) VALUE "coverage.clf".
  05 FILLER PIC X(27) VALUE "PROD.TESTPROG.COVERAGE.HIST".
  05 FILLER PIC X(8) VALUE "VERDICTS".
  05 FILLER PIC X(12) VALUE "VERDICTS".
  05 FILLER PIC X(27) VALUE "PROD.TESTPROG.VERDICTS.HIST".
  05 FILLER PIC X(8) VALUE "TRANSERR".
  05 FILLER PIC X(12) VALUE "TRANSERR".
  05 FILLER PIC X(27) VALUE "PROD.TESTPROG.TRANSERR.HIST".
  05 FILLER PIC X(8) VALUE "OVERFLOW".
  05 FILLER PIC X(12) VALUE "overflow.aud".
  05 FILLER PIC X(27) VALUE "PROD.TESTPROG.OVERFLOW.HIST".
01 HISTORY-KIND-TABLE REDEFINES HISTORY-KIND-VALUES.
  05 HISTORY-KIND-ENTRY OCCURS 4 TIMES.
    10 HK-HISTORY-KIND PIC X(8).
    10 HK-SOURCE-FILE-NAME PIC X(12).
    10 HK-GDG-BASE-NAME PIC X(27).
01 HISTORY-KIND-WORK.
  05 KIND-SUB PIC 9 VALUE ZERO.
  05 KIND-FOUND-SWITCH PIC X VALUE "N".
    88 KIND-FOUND VALUE "Y".

*> the distinct run ids met in the history file, with the program
*> that wrote each.
01 RUN-ID-TABLE.
  05 RUN-ID-COUNT PIC 999 VALUE ZERO.
  05 RUN-ID-ENTRY OCCURS 200 TIMES.
    10 RI-RUN-ID PIC X(21).
    10 RI-PROGRAM-NAME PIC X(14).
  05 RUN-ID-SUB PIC 999 VALUE ZERO.
  05 RUN-ID-FOUND-SWITCH PIC X VALUE "N".
    88 RUN-ID-FOUND VALUE "Y".
  05 RUN-IDS-DROPPED-COUNT PIC 9(5) VALUE ZERO.

COPY ARCREC.
PROCEDURE DIVISION.
*> run straight after each archive step, before the working file is
*> truncated: the file just copied to the next GDG generation is read
*> once more, copied into the working directory under that
*> generation's absolute dataset name, and catalogued on ARCCATLG -
*> the night, the run ids it holds and its record count.  ARCBLD
*> builds the CVTREND, VDFLAKY and CVREBLD control files from the
*> catalog.  RC 8 when the card names no known history kind or the
*> history file could not be read or copied - nothing is catalogued.
0000-MAINLINE.
ACCEPT CATALOG-CARD.
MOVE FUNCTION CURRENT-DATE TO CATALOG-RUN-DATE.
IF OVERRIDE-DATE IS NUMERIC THEN
  MOVE OVERRIDE-DATE TO WINDOW-DATE
ELSE
  MOVE CATALOG-RUN-DATE (1:8) TO WINDOW-DATE
END-IF.
MOVE 1 TO KIND-SUB.
PERFORM 1000-CHECK-ONE-HISTORY-KIND UNTIL KIND-FOUND OR KIND-SUB > 4.
IF NOT KIND-FOUND THEN
  DISPLAY "ARCCAT: UNKNOWN HISTORY KIND '" CARD-HISTORY-KIND "'"
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 2000-FIND-LAST-GENERATION.
IF OVERRIDE-GENERATION IS NUMERIC THEN
  MOVE OVERRIDE-GENERATION TO GENERATION-NUMBER
ELSE
  COMPUTE GENERATION-NUMBER = LAST-GENERATION-NUMBER + 1
END-IF.
MOVE SPACES TO GENERATION-FILE-NAME.
STRING HK-GDG-BASE-NAME (KIND-SUB) DELIMITED BY SPACE
  ".G" DELIMITED BY SIZE
  GENERATION-NUMBER DELIMITED BY SIZE
  "V00" DELIMITED BY SIZE
  INTO GENERATION-FILE-NAME.
PERFORM 3000-COPY-THE-GENERATION.
PERFORM 4000-CATALOG-THE-GENERATION.
DISPLAY "ARCCAT: " GENERATION-FILE-NAME " CATALOGUED - NIGHT "
  WINDOW-DATE ", " GENERATION-RECORD-COUNT " RECORDS, "
  RUN-ID-COUNT " RUN IDS".
IF RUN-IDS-DROPPED-COUNT > 0 THEN
  DISPLAY "ARCCAT: " RUN-IDS-DROPPED-COUNT
    " RUN IDS BEYOND THE 200-ENTRY TABLE NOT CATALOGUED"
  MOVE 4 TO RETURN-CODE
ELSE
  MOVE 0 TO RETURN-CODE
END-IF.
STOP RUN.

1000-CHECK-ONE-HISTORY-KIND.
IF HK-HISTORY-KIND (KIND-SUB) = CARD-HISTORY-KIND THEN
  SET KIND-FOUND TO TRUE
  MOVE HK-SOURCE-FILE-NAME (KIND-SUB) TO SOURCE-FILE-NAME
ELSE
  ADD 1 TO KIND-SUB
END-IF.

*> the highest generation catalogued for this kind so far; the
*> catalog may not exist yet on the very first night.
2000-FIND-LAST-GENERATION.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT ARCHIVE-CATALOG-FILE.
IF CATALOG-FILE-STATUS = "00" THEN
  PERFORM 2100-READ-ONE-CATALOG-ENTRY UNTIL END-OF-INPUT
  CLOSE ARCHIVE-CATALOG-FILE
END-IF.

2100-READ-ONE-CATALOG-ENTRY.
READ ARCHIVE-CATALOG-FILE INTO ARCHIVE-CATALOG-RECORD
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    IF AC-GENERATION-ENTRY
       AND AG-HISTORY-KIND = HK-HISTORY-KIND (KIND-SUB)
       AND AG-GENERATION-NUMBER IS NUMERIC
       AND AG-GENERATION-NUMBER > LAST-GENERATION-NUMBER THEN
      MOVE AG-GENERATION-NUMBER TO LAST-GENERATION-NUMBER
    END-IF
END-READ.

3000-COPY-THE-GENERATION.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT HISTORY-SOURCE-FILE.
IF SOURCE-FILE-STATUS NOT = "00" THEN
  DISPLAY "ARCCAT: " SOURCE-FILE-NAME " NOT AVAILABLE - STATUS "
    SOURCE-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
OPEN OUTPUT GENERATION-COPY-FILE.
IF COPY-FILE-STATUS NOT = "00" THEN
  DISPLAY "ARCCAT: CANNOT OPEN " GENERATION-FILE-NAME " - STATUS "
    COPY-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 3100-COPY-ONE-RECORD UNTIL END-OF-INPUT.
CLOSE HISTORY-SOURCE-FILE.
CLOSE GENERATION-COPY-FILE.

3100-COPY-ONE-RECORD.
READ HISTORY-SOURCE-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    WRITE GENERATION-COPY-RECORD FROM HISTORY-SOURCE-RECORD
    IF COPY-FILE-STATUS NOT = "00" THEN
      DISPLAY "ARCCAT: WRITE TO " GENERATION-FILE-NAME
        " FAILED - STATUS " COPY-FILE-STATUS
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF
    ADD 1 TO GENERATION-RECORD-COUNT
    PERFORM 3200-NOTE-ONE-STAMP
END-READ.

*> coverage.clf opens each run's block with a "Run id:" line and names
*> the program on the "Program name:" line after it; a VERDICTS record
*> carries both in its last columns.  TRANSERR rejects and
*> overflow.aud lines carry only the time they were written - the
*> TRANSERR per-batch summary lines none at all.
3200-NOTE-ONE-STAMP.
MOVE SPACES TO RECORD-STAMP.
MOVE SPACES TO RECORD-PROGRAM-NAME.
EVALUATE HK-HISTORY-KIND (KIND-SUB)
  WHEN "COVERAGE"
    IF HISTORY-SOURCE-RECORD (1:8) = "Run id: " THEN
      MOVE HISTORY-SOURCE-RECORD (9:21) TO RECORD-STAMP
      PERFORM 3300-NOTE-ONE-RUN-ID
    END-IF
    IF HISTORY-SOURCE-RECORD (1:14) = "Program name: "
       AND RUN-ID-COUNT > 0 THEN
      IF RI-PROGRAM-NAME (RUN-ID-COUNT) = SPACES THEN
        MOVE HISTORY-SOURCE-RECORD (19:14)
          TO RI-PROGRAM-NAME (RUN-ID-COUNT)
      END-IF
    END-IF
  WHEN "VERDICTS"
    MOVE HISTORY-SOURCE-RECORD (112:21) TO RECORD-STAMP
    MOVE HISTORY-SOURCE-RECORD (97:14) TO RECORD-PROGRAM-NAME
    IF RECORD-STAMP NOT = SPACES THEN
      PERFORM 3300-NOTE-ONE-RUN-ID
    END-IF
  WHEN "TRANSERR"
    IF HISTORY-SOURCE-RECORD (25:9) IS NUMERIC THEN
      MOVE HISTORY-SOURCE-RECORD (38:21) TO RECORD-STAMP
    END-IF
  WHEN OTHER
    MOVE HISTORY-SOURCE-RECORD (1:21) TO RECORD-STAMP
END-EVALUATE.
IF RECORD-STAMP NOT = SPACES THEN
  IF FIRST-STAMP = SPACES OR RECORD-STAMP < FIRST-STAMP THEN
    MOVE RECORD-STAMP TO FIRST-STAMP
  END-IF
  IF RECORD-STAMP > LAST-STAMP THEN
    MOVE RECORD-STAMP TO LAST-STAMP
  END-IF
END-IF.

3300-NOTE-ONE-RUN-ID.
MOVE "N" TO RUN-ID-FOUND-SWITCH.
MOVE 1 TO RUN-ID-SUB.
PERFORM 3310-CHECK-ONE-RUN-ID
  UNTIL RUN-ID-FOUND OR RUN-ID-SUB > RUN-ID-COUNT.
IF NOT RUN-ID-FOUND THEN
  IF RUN-ID-COUNT >= 200 THEN
    ADD 1 TO RUN-IDS-DROPPED-COUNT
  ELSE
    ADD 1 TO RUN-ID-COUNT
    MOVE RECORD-STAMP TO RI-RUN-ID (RUN-ID-COUNT)
    MOVE RECORD-PROGRAM-NAME TO RI-PROGRAM-NAME (RUN-ID-COUNT)
  END-IF
END-IF.

3310-CHECK-ONE-RUN-ID.
IF RI-RUN-ID (RUN-ID-SUB) = RECORD-STAMP
   AND RI-PROGRAM-NAME (RUN-ID-SUB) = RECORD-PROGRAM-NAME THEN
  SET RUN-ID-FOUND TO TRUE
ELSE
  ADD 1 TO RUN-ID-SUB
END-IF.

4000-CATALOG-THE-GENERATION.
OPEN EXTEND ARCHIVE-CATALOG-FILE.
IF CATALOG-FILE-STATUS NOT = "00" THEN
  OPEN OUTPUT ARCHIVE-CATALOG-FILE
END-IF.
IF CATALOG-FILE-STATUS NOT = "00" THEN
  DISPLAY "ARCCAT: ARCCATLG NOT AVAILABLE - STATUS "
    CATALOG-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE SPACES TO ARCHIVE-CATALOG-RECORD.
MOVE "G" TO AC-RECORD-TYPE.
MOVE GENERATION-FILE-NAME TO AC-DATASET-NAME.
MOVE HK-HISTORY-KIND (KIND-SUB) TO AG-HISTORY-KIND.
MOVE GENERATION-NUMBER TO AG-GENERATION-NUMBER.
MOVE WINDOW-DATE TO AG-WINDOW-DATE.
MOVE GENERATION-RECORD-COUNT TO AG-RECORD-COUNT.
MOVE RUN-ID-COUNT TO AG-RUN-ID-COUNT.
MOVE FIRST-STAMP TO AG-FIRST-STAMP.
MOVE LAST-STAMP TO AG-LAST-STAMP.
MOVE CATALOG-RUN-DATE TO AG-CATALOGED.
WRITE ARCHIVE-CATALOG-LINE FROM ARCHIVE-CATALOG-RECORD.
MOVE 1 TO RUN-ID-SUB.
PERFORM 4100-CATALOG-ONE-RUN-ID UNTIL RUN-ID-SUB > RUN-ID-COUNT.
CLOSE ARCHIVE-CATALOG-FILE.

4100-CATALOG-ONE-RUN-ID.
MOVE SPACES TO ARCHIVE-CATALOG-RECORD.
MOVE "R" TO AC-RECORD-TYPE.
MOVE GENERATION-FILE-NAME TO AC-DATASET-NAME.
MOVE RI-RUN-ID (RUN-ID-SUB) TO ACR-RUN-ID.
MOVE RI-PROGRAM-NAME (RUN-ID-SUB) TO ACR-PROGRAM-NAME.
WRITE ARCHIVE-CATALOG-LINE FROM ARCHIVE-CATALOG-RECORD.
ADD 1 TO RUN-ID-SUB.

END PROGRAM ARCCAT.
