IDENTIFICATION DIVISION.
PROGRAM-ID. ARCBLD.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCCATLG"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS CATALOG-FILE-STATUS.
SELECT GENERATION-COPY-FILE ASSIGN TO DYNAMIC GENERATION-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS COPY-FILE-STATUS.
SELECT HISTORY-CONTROL-FILE ASSIGN TO DYNAMIC CONTROL-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS CONTROL-FILE-STATUS.
SELECT ARCHIVE-REPORT-FILE ASSIGN TO "ARCBLRPT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS REPORT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD ARCHIVE-CATALOG-FILE.
01 ARCHIVE-CATALOG-LINE PIC X(149).
FD GENERATION-COPY-FILE.
01 GENERATION-COPY-RECORD PIC X(132).
FD HISTORY-CONTROL-FILE.
*> one generation name per record, newest first - the layout CVTREND,
*> VDFLAKY and CVREBLD read.
01 HISTORY-CONTROL-RECORD PIC X(44).
FD ARCHIVE-REPORT-FILE.
01 ARCHIVE-REPORT-LINE PIC X(132).
WORKING-STORAGE SECTION.
*> the SYSIN card picks the nights:
*>   LAST  nnn                    the nnn nights up to and including
*>                                tonight (columns 7-9)
*>   RANGE yyyymmdd yyyymmdd      from and to night (columns 7-14 and
*>                                16-23)
*> and, in columns 25-32, which control file to write - TRENDCTL,
*> VDHISTCT or REBLDCTL; blank writes all three.
01 BUILD-CARD.
  05 CARD-SELECTION PIC X(5).
    88 SELECT-LAST-NIGHTS VALUE "LAST ".
    88 SELECT-DATE-RANGE VALUE "RANGE".
  05 FILLER PIC X.
  05 CARD-RANGE-FROM PIC X(8).
  05 CARD-NIGHT-COUNT REDEFINES CARD-RANGE-FROM.
    10 CARD-NIGHTS PIC X(3).
    10 FILLER PIC X(5).
  05 FILLER PIC X.
  05 CARD-RANGE-TO PIC X(8).
  05 FILLER PIC X.
  05 CARD-CONTROL-FILE PIC X(8).
  05 FILLER PIC X(48).
01 BUILD-CONTROL-FIELDS.
  05 CATALOG-FILE-STATUS PIC XX VALUE SPACES.
  05 COPY-FILE-STATUS PIC XX VALUE SPACES.
  05 CONTROL-FILE-STATUS PIC XX VALUE SPACES.
  05 REPORT-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-INPUT-SWITCH PIC X VALUE "N".
    88 END-OF-INPUT VALUE "Y".
  05 GENERATION-FILE-NAME PIC X(44) VALUE SPACES.
  05 CONTROL-FILE-NAME PIC X(8) VALUE SPACES.
  05 REPORT-RUN-DATE PIC X(21) VALUE SPACES.
  05 TONIGHT-DATE PIC 9(8) VALUE ZERO.
  05 RANGE-FROM-DATE PIC 9(8) VALUE ZERO.
  05 RANGE-TO-DATE PIC 9(8) VALUE ZERO.
  05 RANGE-FROM-DAY PIC 9(7) VALUE ZERO.
  05 RANGE-TO-DAY PIC 9(7) VALUE ZERO.
  05 NIGHT-DAY PIC 9(7) VALUE ZERO.
  05 NIGHT-DATE PIC 9(8) VALUE ZERO.
  05 NIGHTS-WANTED PIC 999 VALUE ZERO.
  05 NIGHT-GENERATION-COUNT PIC 99 VALUE ZERO.
  05 COPY-RECORD-COUNT PIC 9(9) VALUE ZERO.
  05 ARCHIVE-PROBLEM-SWITCH PIC X VALUE "N".
    88 ARCHIVE-PROBLEM-FOUND VALUE "Y".
  05 CONTROL-EMPTY-SWITCH PIC X VALUE "N".
    88 CONTROL-FILE-EMPTY VALUE "Y".

01 HISTORY-KIND-VALUES.
  05 FILLER PIC X(8) VALUE "COVERAGE".
  05 FILLER PIC X(8) VALUE "VERDICTS".
  05 FILLER PIC X(8) VALUE "TRANSERR".
  05 FILLER PIC X(8) VALUE "OVERFLOW".
01 HISTORY-KIND-TABLE REDEFINES HISTORY-KIND-VALUES.
  05 HK-HISTORY-KIND PIC X(8) OCCURS 4 TIMES.
01 HISTORY-KIND-WORK.
  05 KIND-SUB PIC 9 VALUE ZERO.
  05 CONTROL-HISTORY-KIND PIC X(8) VALUE SPACES.

*> the catalogued generations whose night falls in the range, in
*> catalog order - the order they were cut, so the last entry of a
*> kind is its newest generation.
01 GENERATION-TABLE.
  05 GENERATION-COUNT PIC 999 VALUE ZERO.
  05 GENERATION-ENTRY OCCURS 500 TIMES.
    10 GT-DATASET-NAME PIC X(44).
    10 GT-HISTORY-KIND PIC X(8).
    10 GT-WINDOW-DATE PIC 9(8).
    10 GT-CATALOG-COUNT PIC 9(9).
    10 GT-FOUND-COUNT PIC 9(9).
    10 GT-CHECK-STATUS PIC X(14).
      88 GT-CHECKED-OK VALUE "OK".
  05 GENERATION-SUB PIC 999 VALUE ZERO.
  05 GENERATIONS-DROPPED-COUNT PIC 9(5) VALUE ZERO.
  05 CONTROL-ENTRY-COUNT PIC 99 VALUE ZERO.
  05 CONTROL-ENTRIES-LEFT-OFF PIC 999 VALUE ZERO.
01 ARCHIVE-TOTALS.
  05 GENERATIONS-CHECKED-COUNT PIC 9(5) VALUE ZERO.
  05 NIGHTS-MISSING-COUNT PIC 9(5) VALUE ZERO.
  05 COUNT-MISMATCH-COUNT PIC 9(5) VALUE ZERO.
  05 COPY-MISSING-COUNT PIC 9(5) VALUE ZERO.

COPY ARCREC.

01 REPORT-PRINT-LINES.
  05 REPORT-HEADER-LINE.
    10 FILLER PIC X(34) VALUE "ARCBLD - HISTORY ARCHIVE CATALOG".
    10 FILLER PIC X(10) VALUE "RUN DATE: ".
    10 RHL-RUN-DATE PIC X(21).
  05 REPORT-RULE-LINE PIC X(132) VALUE ALL "=".
  05 SELECTION-LINE.
    10 FILLER PIC X(7) VALUE "NIGHTS ".
    10 SL-FROM-DATE PIC 9(8).
    10 FILLER PIC X(4) VALUE " TO ".
    10 SL-TO-DATE PIC 9(8).
    10 FILLER PIC X(19) VALUE "   CONTROL FILES:  ".
    10 SL-CONTROL-TEXT PIC X(26).
  05 KIND-TITLE-LINE.
    10 FILLER PIC X(12) VALUE "HISTORY:    ".
    10 KTL-HISTORY-KIND PIC X(8).
  05 GENERATION-HEADING-LINE.
    10 FILLER PIC X(44)
        VALUE "  NIGHT     GENERATION                      ".
    10 FILLER PIC X(41)
        VALUE "            CATALOGUED      FOUND  STATUS".
  05 GENERATION-DETAIL-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 GDL-NIGHT-DATE PIC 9(8).
    10 FILLER PIC XX VALUE SPACES.
    10 GDL-DATASET-NAME PIC X(44).
    10 FILLER PIC X VALUE SPACE.
    10 GDL-CATALOG-COUNT PIC Z(8)9.
    10 FILLER PIC XX VALUE SPACES.
    10 GDL-FOUND-COUNT PIC Z(8)9.
    10 FILLER PIC XX VALUE SPACES.
    10 GDL-CHECK-STATUS PIC X(16).
  05 CONTROL-TITLE-LINE.
    10 FILLER PIC X(16) VALUE "CONTROL FILE    ".
    10 CTL-CONTROL-FILE PIC X(8).
    10 FILLER PIC X(15) VALUE "  GENERATIONS: ".
    10 CTL-ENTRY-COUNT PIC Z9.
  05 CONTROL-DETAIL-LINE.
    10 FILLER PIC X(12) VALUE SPACES.
    10 CDL-DATASET-NAME PIC X(44).
  05 MESSAGE-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 ML-MESSAGE-TEXT PIC X(100).
  05 TOTAL-LINE.
    10 FILLER PIC X(22) VALUE "GENERATIONS CHECKED:  ".
    10 TL-CHECKED-COUNT PIC ZZZZ9.
    10 FILLER PIC X(20) VALUE "   NIGHTS MISSING:  ".
    10 TL-MISSING-COUNT PIC ZZZZ9.
    10 FILLER PIC X(21) VALUE "   COUNT MISMATCHES: ".
    10 TL-MISMATCH-COUNT PIC ZZZZ9.
    10 FILLER PIC X(20) VALUE "   COPIES MISSING:  ".
    10 TL-COPY-MISSING-COUNT PIC ZZZZ9.
  05 BLANK-PRINT-LINE PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
*> builds the generation lists CVTREND (TRENDCTL), VDFLAKY (VDHISTCT)
*> and CVREBLD (REBLDCTL) read, from the ARCCATLG archive catalog
*> instead of by hand: every catalogued generation of the kind whose
*> night is in the range, newest first, up to the ten each program
*> takes.  On the way it checks the catalog, night by night and kind
*> by kind, and reports
*>   NO GENERATION    a night in the range with nothing catalogued
*>   COUNT MISMATCH   the generation copy holds a different number of
*>                    records than were catalogued when it was cut
*>   COPY MISSING     the generation copy is gone
*> A generation that fails either check is left off the control
*> files.  Tonight is not a gap - its archive steps may not have run
*> yet - and shows as not yet archived instead.  RC 4 when anything
*> was reported, RC 8 when the card or catalog is unusable or a
*> control file would be left with no generation at all.
0000-MAINLINE.
ACCEPT BUILD-CARD.
MOVE FUNCTION CURRENT-DATE TO REPORT-RUN-DATE.
MOVE REPORT-RUN-DATE (1:8) TO TONIGHT-DATE.
PERFORM 1000-CHECK-THE-CARD.
OPEN OUTPUT ARCHIVE-REPORT-FILE.
IF REPORT-FILE-STATUS NOT = "00" THEN
  DISPLAY "ARCBLD: CANNOT OPEN ARCBLRPT - STATUS " REPORT-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE REPORT-RUN-DATE TO RHL-RUN-DATE.
WRITE ARCHIVE-REPORT-LINE FROM REPORT-HEADER-LINE.
WRITE ARCHIVE-REPORT-LINE FROM REPORT-RULE-LINE.
MOVE RANGE-FROM-DATE TO SL-FROM-DATE.
MOVE RANGE-TO-DATE TO SL-TO-DATE.
IF CARD-CONTROL-FILE = SPACES THEN
  MOVE "TRENDCTL VDHISTCT REBLDCTL" TO SL-CONTROL-TEXT
ELSE
  MOVE CARD-CONTROL-FILE TO SL-CONTROL-TEXT
END-IF.
WRITE ARCHIVE-REPORT-LINE FROM SELECTION-LINE.
WRITE ARCHIVE-REPORT-LINE FROM BLANK-PRINT-LINE.
PERFORM 2000-LOAD-THE-CATALOG.
MOVE 1 TO GENERATION-SUB.
PERFORM 3000-CHECK-ONE-GENERATION UNTIL GENERATION-SUB > GENERATION-COUNT.
MOVE 1 TO KIND-SUB.
PERFORM 4000-REPORT-ONE-HISTORY-KIND UNTIL KIND-SUB > 4.
IF CARD-CONTROL-FILE = SPACES OR CARD-CONTROL-FILE = "TRENDCTL" THEN
  MOVE "TRENDCTL" TO CONTROL-FILE-NAME
  MOVE "COVERAGE" TO CONTROL-HISTORY-KIND
  PERFORM 5000-WRITE-ONE-CONTROL-FILE
END-IF.
IF CARD-CONTROL-FILE = SPACES OR CARD-CONTROL-FILE = "VDHISTCT" THEN
  MOVE "VDHISTCT" TO CONTROL-FILE-NAME
  MOVE "VERDICTS" TO CONTROL-HISTORY-KIND
  PERFORM 5000-WRITE-ONE-CONTROL-FILE
END-IF.
IF CARD-CONTROL-FILE = SPACES OR CARD-CONTROL-FILE = "REBLDCTL" THEN
  MOVE "REBLDCTL" TO CONTROL-FILE-NAME
  MOVE "COVERAGE" TO CONTROL-HISTORY-KIND
  PERFORM 5000-WRITE-ONE-CONTROL-FILE
END-IF.
MOVE GENERATIONS-CHECKED-COUNT TO TL-CHECKED-COUNT.
MOVE NIGHTS-MISSING-COUNT TO TL-MISSING-COUNT.
MOVE COUNT-MISMATCH-COUNT TO TL-MISMATCH-COUNT.
MOVE COPY-MISSING-COUNT TO TL-COPY-MISSING-COUNT.
WRITE ARCHIVE-REPORT-LINE FROM TOTAL-LINE.
CLOSE ARCHIVE-REPORT-FILE.
IF GENERATIONS-DROPPED-COUNT > 0 THEN
  DISPLAY "ARCBLD: " GENERATIONS-DROPPED-COUNT
    " GENERATIONS BEYOND THE 500-ENTRY TABLE NOT CHECKED"
  SET ARCHIVE-PROBLEM-FOUND TO TRUE
END-IF.
DISPLAY "ARCBLD: NIGHTS " RANGE-FROM-DATE " TO " RANGE-TO-DATE " - "
  GENERATIONS-CHECKED-COUNT " GENERATIONS, " NIGHTS-MISSING-COUNT
  " NIGHTS MISSING, " COUNT-MISMATCH-COUNT " COUNT MISMATCHES, "
  COPY-MISSING-COUNT " COPIES MISSING".
EVALUATE TRUE
  WHEN CONTROL-FILE-EMPTY
    MOVE 8 TO RETURN-CODE
  WHEN ARCHIVE-PROBLEM-FOUND
    MOVE 4 TO RETURN-CODE
  WHEN OTHER
    MOVE 0 TO RETURN-CODE
END-EVALUATE.
STOP RUN.

*> nights are counted as day numbers so a range can cross month and
*> year ends; one run covers at most 400 nights.
1000-CHECK-THE-CARD.
IF CARD-CONTROL-FILE NOT = SPACES
   AND CARD-CONTROL-FILE NOT = "TRENDCTL"
   AND CARD-CONTROL-FILE NOT = "VDHISTCT"
   AND CARD-CONTROL-FILE NOT = "REBLDCTL" THEN
  DISPLAY "ARCBLD: UNKNOWN CONTROL FILE '" CARD-CONTROL-FILE "'"
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
EVALUATE TRUE
  WHEN SELECT-LAST-NIGHTS AND CARD-NIGHTS IS NUMERIC
    MOVE CARD-NIGHTS TO NIGHTS-WANTED
    MOVE TONIGHT-DATE TO RANGE-TO-DATE
    COMPUTE RANGE-TO-DAY = FUNCTION INTEGER-OF-DATE (RANGE-TO-DATE)
    COMPUTE RANGE-FROM-DAY = RANGE-TO-DAY - NIGHTS-WANTED + 1
    COMPUTE RANGE-FROM-DATE = FUNCTION DATE-OF-INTEGER (RANGE-FROM-DAY)
  WHEN SELECT-DATE-RANGE AND CARD-RANGE-FROM IS NUMERIC
       AND CARD-RANGE-TO IS NUMERIC
    MOVE CARD-RANGE-FROM TO RANGE-FROM-DATE
    MOVE CARD-RANGE-TO TO RANGE-TO-DATE
    COMPUTE RANGE-FROM-DAY = FUNCTION INTEGER-OF-DATE (RANGE-FROM-DATE)
    COMPUTE RANGE-TO-DAY = FUNCTION INTEGER-OF-DATE (RANGE-TO-DATE)
  WHEN OTHER
    DISPLAY "ARCBLD: CARD MUST BE 'LAST  NNN' OR "
      "'RANGE YYYYMMDD YYYYMMDD'"
    MOVE 8 TO RETURN-CODE
    STOP RUN
END-EVALUATE.
IF NIGHTS-WANTED = 0 AND SELECT-LAST-NIGHTS THEN
  DISPLAY "ARCBLD: LAST 000 SELECTS NO NIGHTS"
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
IF RANGE-FROM-DAY = 0 OR RANGE-TO-DAY = 0
   OR RANGE-FROM-DAY > RANGE-TO-DAY
   OR RANGE-TO-DAY - RANGE-FROM-DAY >= 400 THEN
  DISPLAY "ARCBLD: NIGHTS " RANGE-FROM-DATE " TO " RANGE-TO-DATE
    " ARE NOT A RANGE OF 1 TO 400 NIGHTS"
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.

2000-LOAD-THE-CATALOG.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT ARCHIVE-CATALOG-FILE.
IF CATALOG-FILE-STATUS NOT = "00" THEN
  DISPLAY "ARCBLD: ARCCATLG NOT AVAILABLE - STATUS "
    CATALOG-FILE-STATUS
  MOVE "ARCCATLG NOT AVAILABLE - NO CONTROL FILE WRITTEN"
    TO ML-MESSAGE-TEXT
  WRITE ARCHIVE-REPORT-LINE FROM MESSAGE-LINE
  CLOSE ARCHIVE-REPORT-FILE
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 2100-LOAD-ONE-CATALOG-ENTRY UNTIL END-OF-INPUT.
CLOSE ARCHIVE-CATALOG-FILE.

2100-LOAD-ONE-CATALOG-ENTRY.
READ ARCHIVE-CATALOG-FILE INTO ARCHIVE-CATALOG-RECORD
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    IF AC-GENERATION-ENTRY AND AG-WINDOW-DATE IS NUMERIC
       AND AG-WINDOW-DATE >= RANGE-FROM-DATE
       AND AG-WINDOW-DATE <= RANGE-TO-DATE THEN
      IF GENERATION-COUNT >= 500 THEN
        ADD 1 TO GENERATIONS-DROPPED-COUNT
      ELSE
        ADD 1 TO GENERATION-COUNT
        MOVE AC-DATASET-NAME TO GT-DATASET-NAME (GENERATION-COUNT)
        MOVE AG-HISTORY-KIND TO GT-HISTORY-KIND (GENERATION-COUNT)
        MOVE AG-WINDOW-DATE TO GT-WINDOW-DATE (GENERATION-COUNT)
        MOVE AG-RECORD-COUNT TO GT-CATALOG-COUNT (GENERATION-COUNT)
        MOVE 0 TO GT-FOUND-COUNT (GENERATION-COUNT)
        MOVE SPACES TO GT-CHECK-STATUS (GENERATION-COUNT)
      END-IF
    END-IF
END-READ.

*> re-count the generation's working-directory copy against the
*> record count ARCCAT captured when it was cut.
3000-CHECK-ONE-GENERATION.
ADD 1 TO GENERATIONS-CHECKED-COUNT.
MOVE GT-DATASET-NAME (GENERATION-SUB) TO GENERATION-FILE-NAME.
MOVE 0 TO COPY-RECORD-COUNT.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT GENERATION-COPY-FILE.
IF COPY-FILE-STATUS NOT = "00" THEN
  MOVE "COPY MISSING" TO GT-CHECK-STATUS (GENERATION-SUB)
  ADD 1 TO COPY-MISSING-COUNT
  SET ARCHIVE-PROBLEM-FOUND TO TRUE
ELSE
  PERFORM 3100-COUNT-ONE-COPY-RECORD UNTIL END-OF-INPUT
  CLOSE GENERATION-COPY-FILE
  MOVE COPY-RECORD-COUNT TO GT-FOUND-COUNT (GENERATION-SUB)
  IF COPY-RECORD-COUNT = GT-CATALOG-COUNT (GENERATION-SUB) THEN
    MOVE "OK" TO GT-CHECK-STATUS (GENERATION-SUB)
  ELSE
    MOVE "COUNT MISMATCH" TO GT-CHECK-STATUS (GENERATION-SUB)
    ADD 1 TO COUNT-MISMATCH-COUNT
    SET ARCHIVE-PROBLEM-FOUND TO TRUE
  END-IF
END-IF.
ADD 1 TO GENERATION-SUB.

3100-COUNT-ONE-COPY-RECORD.
READ GENERATION-COPY-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    ADD 1 TO COPY-RECORD-COUNT
END-READ.

4000-REPORT-ONE-HISTORY-KIND.
MOVE HK-HISTORY-KIND (KIND-SUB) TO KTL-HISTORY-KIND.
WRITE ARCHIVE-REPORT-LINE FROM KIND-TITLE-LINE.
WRITE ARCHIVE-REPORT-LINE FROM GENERATION-HEADING-LINE.
MOVE RANGE-FROM-DAY TO NIGHT-DAY.
PERFORM 4100-REPORT-ONE-NIGHT UNTIL NIGHT-DAY > RANGE-TO-DAY.
WRITE ARCHIVE-REPORT-LINE FROM BLANK-PRINT-LINE.
ADD 1 TO KIND-SUB.

4100-REPORT-ONE-NIGHT.
COMPUTE NIGHT-DATE = FUNCTION DATE-OF-INTEGER (NIGHT-DAY).
MOVE 0 TO NIGHT-GENERATION-COUNT.
MOVE 1 TO GENERATION-SUB.
PERFORM 4200-REPORT-ONE-NIGHT-GENERATION
  UNTIL GENERATION-SUB > GENERATION-COUNT.
IF NIGHT-GENERATION-COUNT = 0 THEN
  MOVE SPACES TO GENERATION-DETAIL-LINE
  MOVE NIGHT-DATE TO GDL-NIGHT-DATE
  IF NIGHT-DATE = TONIGHT-DATE THEN
    MOVE "NOT YET ARCHIVED" TO GDL-CHECK-STATUS
  ELSE
    MOVE "NO GENERATION" TO GDL-CHECK-STATUS
    ADD 1 TO NIGHTS-MISSING-COUNT
    SET ARCHIVE-PROBLEM-FOUND TO TRUE
  END-IF
  WRITE ARCHIVE-REPORT-LINE FROM GENERATION-DETAIL-LINE
END-IF.
ADD 1 TO NIGHT-DAY.

4200-REPORT-ONE-NIGHT-GENERATION.
IF GT-HISTORY-KIND (GENERATION-SUB) = HK-HISTORY-KIND (KIND-SUB)
   AND GT-WINDOW-DATE (GENERATION-SUB) = NIGHT-DATE THEN
  ADD 1 TO NIGHT-GENERATION-COUNT
  MOVE NIGHT-DATE TO GDL-NIGHT-DATE
  MOVE GT-DATASET-NAME (GENERATION-SUB) TO GDL-DATASET-NAME
  MOVE GT-CATALOG-COUNT (GENERATION-SUB) TO GDL-CATALOG-COUNT
  MOVE GT-FOUND-COUNT (GENERATION-SUB) TO GDL-FOUND-COUNT
  MOVE GT-CHECK-STATUS (GENERATION-SUB) TO GDL-CHECK-STATUS
  WRITE ARCHIVE-REPORT-LINE FROM GENERATION-DETAIL-LINE
END-IF.
ADD 1 TO GENERATION-SUB.

*> newest first is the catalog read backwards; the programs take ten
*> generations, so anything older than the tenth is left off.
5000-WRITE-ONE-CONTROL-FILE.
OPEN OUTPUT HISTORY-CONTROL-FILE.
IF CONTROL-FILE-STATUS NOT = "00" THEN
  DISPLAY "ARCBLD: CANNOT OPEN " CONTROL-FILE-NAME " - STATUS "
    CONTROL-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE 0 TO CONTROL-ENTRY-COUNT.
MOVE 0 TO CONTROL-ENTRIES-LEFT-OFF.
MOVE CONTROL-FILE-NAME TO CTL-CONTROL-FILE.
MOVE GENERATION-COUNT TO GENERATION-SUB.
PERFORM 5100-COUNT-ONE-CONTROL-ENTRY UNTIL GENERATION-SUB < 1.
MOVE CONTROL-ENTRY-COUNT TO CTL-ENTRY-COUNT.
WRITE ARCHIVE-REPORT-LINE FROM CONTROL-TITLE-LINE.
MOVE 0 TO CONTROL-ENTRY-COUNT.
MOVE GENERATION-COUNT TO GENERATION-SUB.
PERFORM 5200-WRITE-ONE-CONTROL-ENTRY UNTIL GENERATION-SUB < 1.
CLOSE HISTORY-CONTROL-FILE.
IF CONTROL-ENTRIES-LEFT-OFF > 0 THEN
  MOVE "OLDER GENERATIONS LEFT OFF - THE PROGRAM TAKES TEN AT MOST"
    TO ML-MESSAGE-TEXT
  WRITE ARCHIVE-REPORT-LINE FROM MESSAGE-LINE
END-IF.
IF CONTROL-ENTRY-COUNT = 0 THEN
  MOVE "NO USABLE GENERATION IN THE RANGE - CONTROL FILE LEFT EMPTY"
    TO ML-MESSAGE-TEXT
  WRITE ARCHIVE-REPORT-LINE FROM MESSAGE-LINE
  DISPLAY "ARCBLD: " CONTROL-FILE-NAME " NAMES NO GENERATION"
  SET CONTROL-FILE-EMPTY TO TRUE
END-IF.
WRITE ARCHIVE-REPORT-LINE FROM BLANK-PRINT-LINE.

5100-COUNT-ONE-CONTROL-ENTRY.
IF GT-HISTORY-KIND (GENERATION-SUB) = CONTROL-HISTORY-KIND
   AND GT-CHECKED-OK (GENERATION-SUB)
   AND CONTROL-ENTRY-COUNT < 10 THEN
  ADD 1 TO CONTROL-ENTRY-COUNT
END-IF.
SUBTRACT 1 FROM GENERATION-SUB.

5200-WRITE-ONE-CONTROL-ENTRY.
IF GT-HISTORY-KIND (GENERATION-SUB) = CONTROL-HISTORY-KIND
   AND GT-CHECKED-OK (GENERATION-SUB) THEN
  IF CONTROL-ENTRY-COUNT >= 10 THEN
    ADD 1 TO CONTROL-ENTRIES-LEFT-OFF
  ELSE
    ADD 1 TO CONTROL-ENTRY-COUNT
    MOVE GT-DATASET-NAME (GENERATION-SUB) TO HISTORY-CONTROL-RECORD
    WRITE HISTORY-CONTROL-RECORD
    MOVE GT-DATASET-NAME (GENERATION-SUB) TO CDL-DATASET-NAME
    WRITE ARCHIVE-REPORT-LINE FROM CONTROL-DETAIL-LINE
  END-IF
END-IF.
SUBTRACT 1 FROM GENERATION-SUB.

END PROGRAM ARCBLD.
