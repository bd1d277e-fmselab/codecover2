IDENTIFICATION DIVISION.
PROGRAM-ID. CALCHK.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS CALENDAR-FILE-STATUS.
SELECT EXCEPTION-FILE ASSIGN TO "EXCPTS"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS EXCPTS-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD BUSINESS-CALENDAR-FILE.
COPY CALREC.
FD EXCEPTION-FILE.
01 EXCEPTION-RECORD PIC X(95).
WORKING-STORAGE SECTION.
*> the SYSIN card: which check to make and, for rerunning a missed
*> night against its own calendar day, an optional YYYYMMDD date in
*> columns 10-17 (blank = today).
01 CHECK-CARD.
  05 CHECK-CODE PIC X(8).
    88 CHECK-BUSINESS-DAY VALUE "BUSDAY".
    88 CHECK-WEEKLY VALUE "WEEKLY".
    88 CHECK-MONTH-END VALUE "MONTHEND".
    88 CHECK-QUARTER-END VALUE "QTREND".
    88 CHECK-NEXT-YEAR VALUE "NEXTYEAR".
    88 CHECK-CODE-VALID VALUE "BUSDAY" "WEEKLY" "MONTHEND" "QTREND"
      "NEXTYEAR".
  05 FILLER PIC X.
  05 OVERRIDE-DATE PIC X(8).
  05 FILLER PIC X(63).
01 CALENDAR-CONTROL-FIELDS.
  05 CALENDAR-FILE-STATUS PIC XX VALUE SPACES.
  05 EXCPTS-FILE-STATUS PIC XX VALUE SPACES.
  05 CALENDAR-AVAILABLE-SWITCH PIC X VALUE "N".
    88 CALENDAR-AVAILABLE VALUE "Y".
  05 END-OF-CALENDAR-SWITCH PIC X VALUE "N".
    88 END-OF-CALENDAR VALUE "Y".
  05 DATE-FOUND-SWITCH PIC X VALUE "N".
    88 DATE-FOUND VALUE "Y".
  05 NEXT-BUSINESS-DAY-SWITCH PIC X VALUE "N".
    88 NEXT-BUSINESS-DAY-FOUND VALUE "Y".
  05 WEEKEND-AHEAD-SWITCH PIC X VALUE "N".
    88 WEEKEND-AHEAD VALUE "Y".
  05 NEXT-YEAR-SWITCH PIC X VALUE "N".
    88 NEXT-YEAR-LOADED VALUE "Y".
  05 STEP-DUE-SWITCH PIC X VALUE "N".
    88 STEP-DUE VALUE "Y".
01 CALENDAR-WORK-FIELDS.
  05 CURRENT-DATE-FIELDS.
    10 CURRENT-DATE-DIGITS PIC 9(8).
    10 FILLER PIC X(13).
  05 PROCESSING-DATE PIC 9(8) VALUE ZERO.
  05 PROCESSING-DATE-PARTS REDEFINES PROCESSING-DATE.
    10 PD-YEAR PIC 9(4).
    10 PD-MONTH-DAY PIC 9(4).
  05 NEXT-CALENDAR-YEAR PIC 9(4) VALUE ZERO.
  05 CALENDAR-RECORD-COUNT PIC 9(5) VALUE ZERO.
*> the processing date's own calendar entry, kept once the scan
*> has moved past it.
01 PROCESSING-DAY-ENTRY.
  05 PDE-BUSINESS-DAY-FLAG PIC X VALUE "N".
  05 PDE-HOLIDAY-FLAG PIC X VALUE "N".
  05 PDE-WEEKEND-FLAG PIC X VALUE "N".
  05 PDE-MONTH-END-FLAG PIC X VALUE "N".
  05 PDE-QUARTER-END-FLAG PIC X VALUE "N".
  05 PDE-DESCRIPTION PIC X(30) VALUE SPACES.
01 EXCEPTION-RECORD-FIELDS.
  05 EXC-TIMESTAMP PIC X(21).
  05 FILLER PIC X VALUE SPACE.
  05 EXC-SEVERITY PIC X.
  05 FILLER PIC X VALUE SPACE.
  05 EXC-TYPE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 EXC-TEXT PIC X(62).
01 MISSING-DATE-TEXT.
  05 FILLER PIC X(5) VALUE "DATE ".
  05 MDT-DATE PIC 9(8).
  05 FILLER PIC X(27) VALUE " NOT ON BUSCAL - CHECK FOR ".
  05 MDT-CHECK-CODE PIC X(8).
  05 FILLER PIC X(14) VALUE SPACES.
01 NEXT-YEAR-TEXT.
  05 FILLER PIC X(18) VALUE "BUSINESS CALENDAR ".
  05 NYT-YEAR PIC 9(4).
  05 FILLER PIC X(40) VALUE " NOT LOADED ON BUSCAL".
PROCEDURE DIVISION.
*> calendar control for the optional suite steps.  Each such step is
*> preceded by a CALCHK step and conditioned on its return code: RC 0
*> = the step is due tonight, RC 4 = it is not (holiday or week-end
*> for the feed steps, not month-end for housekeeping, not the last
*> business day of the week for the weekly reviews).  The return code
*> never goes above 4, so the calendar can never make the COND=(4,LT)
*> guards of the reporting steps bypass them.
*>
*>   BUSDAY    RC 0 on a business day.  A date missing from BUSCAL is
*>             taken as a business day, so a calendar that was not
*>             loaded never stops the feed from being processed.
*>   WEEKLY    RC 0 on the last business day before a week-end.
*>   MONTHEND  RC 0 on the last business day of the month.
*>   QTREND    RC 0 on the last business day of the quarter.
*>   NEXTYEAR  from December 1 on, RC 4 and a warning while next
*>             year's calendar has not been loaded.
*>
*> The period checks take a missing date as not due - housekeeping is
*> better skipped a night than run mid-month.  Every missing date,
*> missing calendar or unknown check card is also written to EXCPTS
*> so EXCRPT puts it in front of operations.
0000-MAINLINE.
ACCEPT CHECK-CARD.
MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.
IF OVERRIDE-DATE IS NUMERIC THEN
  MOVE OVERRIDE-DATE TO PROCESSING-DATE
ELSE
  MOVE CURRENT-DATE-DIGITS TO PROCESSING-DATE
END-IF.
COMPUTE NEXT-CALENDAR-YEAR = PD-YEAR + 1.
OPEN EXTEND EXCEPTION-FILE.
IF EXCPTS-FILE-STATUS NOT = "00" THEN
  OPEN OUTPUT EXCEPTION-FILE
END-IF.
IF NOT CHECK-CODE-VALID THEN
  DISPLAY "CALCHK: UNKNOWN CHECK CODE '" CHECK-CODE
    "' - STEP RUNS AS ON ANY BUSINESS DAY"
  MOVE "E" TO EXC-SEVERITY
  MOVE SPACES TO EXC-TEXT
  STRING "UNKNOWN CALENDAR CHECK CODE " DELIMITED BY SIZE
    CHECK-CODE DELIMITED BY SIZE
    INTO EXC-TEXT
  PERFORM 8000-WRITE-CALENDAR-EXCEPTION
  CLOSE EXCEPTION-FILE
  MOVE 0 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 1000-SCAN-CALENDAR.
EVALUATE TRUE
  WHEN CHECK-NEXT-YEAR
    PERFORM 2500-CHECK-NEXT-YEAR
  WHEN NOT DATE-FOUND
    PERFORM 2000-REPORT-MISSING-DATE
  WHEN CHECK-BUSINESS-DAY
    IF PDE-BUSINESS-DAY-FLAG = "Y" THEN
      SET STEP-DUE TO TRUE
    END-IF
  WHEN CHECK-WEEKLY
    IF PDE-BUSINESS-DAY-FLAG = "Y" AND WEEKEND-AHEAD THEN
      SET STEP-DUE TO TRUE
    END-IF
  WHEN CHECK-MONTH-END
    IF PDE-MONTH-END-FLAG = "Y" THEN
      SET STEP-DUE TO TRUE
    END-IF
  WHEN CHECK-QUARTER-END
    IF PDE-QUARTER-END-FLAG = "Y" THEN
      SET STEP-DUE TO TRUE
    END-IF
END-EVALUATE.
CLOSE EXCEPTION-FILE.
IF STEP-DUE THEN
  DISPLAY "CALCHK: " CHECK-CODE " " PROCESSING-DATE " "
    PDE-DESCRIPTION " - DUE, RC 0"
  MOVE 0 TO RETURN-CODE
ELSE
  DISPLAY "CALCHK: " CHECK-CODE " " PROCESSING-DATE " "
    PDE-DESCRIPTION " - NOT DUE, RC 4"
  MOVE 4 TO RETURN-CODE
END-IF.
STOP RUN.

*> one pass over BUSCAL: pick up the processing date's entry, then
*> read on to the next business day noting whether a week-end lies
*> in between, and note any date of next year along the way.
1000-SCAN-CALENDAR.
OPEN INPUT BUSINESS-CALENDAR-FILE.
IF CALENDAR-FILE-STATUS NOT = "00" THEN
  DISPLAY "CALCHK: BUSCAL NOT AVAILABLE - STATUS " CALENDAR-FILE-STATUS
  MOVE "E" TO EXC-SEVERITY
  MOVE SPACES TO EXC-TEXT
  STRING "BUSCAL NOT AVAILABLE - STATUS " DELIMITED BY SIZE
    CALENDAR-FILE-STATUS DELIMITED BY SIZE
    INTO EXC-TEXT
  PERFORM 8000-WRITE-CALENDAR-EXCEPTION
ELSE
  SET CALENDAR-AVAILABLE TO TRUE
  PERFORM 1100-READ-CALENDAR-RECORD UNTIL END-OF-CALENDAR
  CLOSE BUSINESS-CALENDAR-FILE
END-IF.

1100-READ-CALENDAR-RECORD.
READ BUSINESS-CALENDAR-FILE
  AT END
    SET END-OF-CALENDAR TO TRUE
  NOT AT END
    ADD 1 TO CALENDAR-RECORD-COUNT
    PERFORM 1200-EXAMINE-CALENDAR-RECORD
END-READ.

1200-EXAMINE-CALENDAR-RECORD.
IF CAL-DATE IS NUMERIC THEN
  IF CAL-YEAR = NEXT-CALENDAR-YEAR THEN
    SET NEXT-YEAR-LOADED TO TRUE
  END-IF
  EVALUATE TRUE
    WHEN CAL-DATE = PROCESSING-DATE
      SET DATE-FOUND TO TRUE
      MOVE CAL-BUSINESS-DAY-FLAG TO PDE-BUSINESS-DAY-FLAG
      MOVE CAL-HOLIDAY-FLAG TO PDE-HOLIDAY-FLAG
      MOVE CAL-WEEKEND-FLAG TO PDE-WEEKEND-FLAG
      MOVE CAL-MONTH-END-FLAG TO PDE-MONTH-END-FLAG
      MOVE CAL-QUARTER-END-FLAG TO PDE-QUARTER-END-FLAG
      MOVE CAL-DESCRIPTION TO PDE-DESCRIPTION
    WHEN CAL-DATE > PROCESSING-DATE AND DATE-FOUND
      AND NOT NEXT-BUSINESS-DAY-FOUND
      IF CAL-BUSINESS-DAY THEN
        SET NEXT-BUSINESS-DAY-FOUND TO TRUE
      ELSE
        IF CAL-WEEKEND THEN
          SET WEEKEND-AHEAD TO TRUE
        END-IF
      END-IF
  END-EVALUATE
END-IF.

*> BUSDAY fails open, the period checks fail closed - see above.
2000-REPORT-MISSING-DATE.
IF CALENDAR-AVAILABLE THEN
  DISPLAY "CALCHK: DATE " PROCESSING-DATE " NOT ON BUSCAL ("
    CALENDAR-RECORD-COUNT " RECORDS)"
  MOVE PROCESSING-DATE TO MDT-DATE
  MOVE CHECK-CODE TO MDT-CHECK-CODE
  MOVE "W" TO EXC-SEVERITY
  MOVE MISSING-DATE-TEXT TO EXC-TEXT
  PERFORM 8000-WRITE-CALENDAR-EXCEPTION
END-IF.
MOVE "NOT ON CALENDAR" TO PDE-DESCRIPTION.
IF CHECK-BUSINESS-DAY THEN
  SET STEP-DUE TO TRUE
END-IF.

*> the suite runs this check every night; the warning only starts
*> on December 1 so operations has the month to load the new year.
2500-CHECK-NEXT-YEAR.
MOVE "NEXT YEAR LOADED" TO PDE-DESCRIPTION.
IF PD-MONTH-DAY < 1201 OR NEXT-YEAR-LOADED THEN
  SET STEP-DUE TO TRUE
ELSE
  DISPLAY "CALCHK: WARNING - BUSINESS CALENDAR FOR " NEXT-CALENDAR-YEAR
    " NOT LOADED ON BUSCAL"
  MOVE "NEXT YEAR NOT LOADED" TO PDE-DESCRIPTION
  MOVE NEXT-CALENDAR-YEAR TO NYT-YEAR
  MOVE "W" TO EXC-SEVERITY
  MOVE NEXT-YEAR-TEXT TO EXC-TEXT
  PERFORM 8000-WRITE-CALENDAR-EXCEPTION
END-IF.

8000-WRITE-CALENDAR-EXCEPTION.
MOVE FUNCTION CURRENT-DATE TO EXC-TIMESTAMP.
MOVE "CALENDAR" TO EXC-TYPE.
WRITE EXCEPTION-RECORD FROM EXCEPTION-RECORD-FIELDS.

END PROGRAM CALCHK.
