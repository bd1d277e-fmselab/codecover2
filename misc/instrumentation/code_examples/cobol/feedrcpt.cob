IDENTIFICATION DIVISION.
PROGRAM-ID. FEEDRCPT.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT FEED-SCHEDULE-FILE ASSIGN TO "FEEDSCHD"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS SCHEDULE-FILE-STATUS.
SELECT FEED-REGISTER-FILE ASSIGN TO "FEEDREG"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS REGISTER-FILE-STATUS.
SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS CALENDAR-FILE-STATUS.
SELECT FEED-REPORT-FILE ASSIGN TO "FEEDRPT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS REPORT-FILE-STATUS.
SELECT EXCEPTION-FILE ASSIGN TO "EXCPTS"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS EXCPTS-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD FEED-SCHEDULE-FILE.
*> one expected sender per record: the TH-SOURCE-SYSTEM value, the
*> days of the week its batch is due (seven "Y"/"N" flags, Monday
*> first) and the HHMM time it must have been received by on its
*> creation date (0000 = no cut-off).  Operations maintains it like
*> AUTHSEND - a sender may be authorized without being scheduled.
01 FEED-SCHEDULE-RECORD.
  05 FS-SOURCE-SYSTEM PIC X(8).
  05 FILLER PIC X.
  05 FS-DUE-DAYS.
    10 FS-DUE-DAY-FLAG PIC X OCCURS 7 TIMES.
  05 FILLER PIC X.
  05 FS-CUTOFF-TIME PIC X(4).
  05 FILLER PIC X.
  05 FS-DESCRIPTION PIC X(30).
FD FEED-REGISTER-FILE.
COPY FEEDREG.
FD BUSINESS-CALENDAR-FILE.
COPY CALREC.
FD FEED-REPORT-FILE.
01 FEED-REPORT-LINE PIC X(132).
FD EXCEPTION-FILE.
01 EXCEPTION-RECORD PIC X(95).
WORKING-STORAGE SECTION.
*> the SYSIN card: the creation date to report on, YYYYMMDD in
*> columns 1-8 (blank = today), for looking back at an earlier night.
01 REPORT-CARD.
  05 OVERRIDE-DATE PIC X(8).
  05 FILLER PIC X(72).
01 RECEIPT-CONTROL-FIELDS.
  05 SCHEDULE-FILE-STATUS PIC XX VALUE SPACES.
  05 REGISTER-FILE-STATUS PIC XX VALUE SPACES.
  05 CALENDAR-FILE-STATUS PIC XX VALUE SPACES.
  05 REPORT-FILE-STATUS PIC XX VALUE SPACES.
  05 EXCPTS-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-SCHEDULE-SWITCH PIC X VALUE "N".
    88 END-OF-SCHEDULE VALUE "Y".
  05 END-OF-REGISTER-SWITCH PIC X VALUE "N".
    88 END-OF-REGISTER VALUE "Y".
  05 END-OF-CALENDAR-SWITCH PIC X VALUE "N".
    88 END-OF-CALENDAR VALUE "Y".
  05 DATE-FOUND-SWITCH PIC X VALUE "N".
    88 DATE-FOUND VALUE "Y".
  05 SENDER-FOUND-SWITCH PIC X VALUE "N".
    88 SENDER-FOUND VALUE "Y".
  05 FEED-PROBLEM-SWITCH PIC X VALUE "N".
    88 FEED-PROBLEM-FOUND VALUE "Y".
01 RECEIPT-WORK-FIELDS.
  05 REPORT-RUN-DATE PIC X(21) VALUE SPACES.
  05 REPORT-DATE PIC 9(8) VALUE ZERO.
  05 WEEKDAY-NUMBER PIC 9 VALUE ZERO.
  05 DAY-NUMBER-WORK PIC 9(7) VALUE ZERO.
  05 WEEK-NUMBER-WORK PIC 9(7) VALUE ZERO.
  05 HOLIDAY-FLAG PIC X VALUE "N".
  05 CALENDAR-DESCRIPTION PIC X(30) VALUE SPACES.
  05 DUE-BY-TIMESTAMP.
    10 DBT-DATE PIC 9(8).
    10 DBT-TIME PIC X(4).
  05 SENDER-SUB PIC 99 VALUE ZERO.
  05 BATCH-LINE-SUB PIC 999 VALUE ZERO.
01 DAY-NAME-TABLE.
  05 FILLER PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
01 DAY-NAME-VIEW REDEFINES DAY-NAME-TABLE.
  05 DAY-NAME PIC X(3) OCCURS 7 TIMES.
*> one row per scheduled sender, plus any sender that sent a batch
*> for the report date without being on FEEDSCHD.
01 FEED-SENDER-TABLE.
  05 SENDER-COUNT PIC 99 VALUE ZERO.
  05 FEED-SENDER OCCURS 50 TIMES.
    10 SND-SOURCE-SYSTEM PIC X(8).
    10 SND-SCHEDULED-FLAG PIC X.
    10 SND-DUE-FLAG PIC X.
    10 SND-CUTOFF-TIME PIC X(4).
    10 SND-DESCRIPTION PIC X(30).
    10 SND-RECEIVED-COUNT PIC 99.
    10 SND-RERUN-COUNT PIC 99.
    10 SND-DUPLICATE-COUNT PIC 99.
    10 SND-REFUSED-COUNT PIC 99.
    10 SND-FIRST-RECEIVED PIC X(21).
*> the register entries for the report date, listed in full after
*> the per-sender summary.
01 REGISTER-LINE-TABLE.
  05 REGISTER-LINE-COUNT PIC 999 VALUE ZERO.
  05 REGISTER-LINE-ENTRY PIC X(75) OCCURS 200 TIMES.
01 RECEIPT-TOTALS.
  05 FEEDS-DUE-COUNT PIC 999 VALUE ZERO.
  05 FEEDS-RECEIVED-COUNT PIC 999 VALUE ZERO.
  05 FEEDS-MISSING-COUNT PIC 999 VALUE ZERO.
  05 FEEDS-LATE-COUNT PIC 999 VALUE ZERO.
  05 FEEDS-REPEATED-COUNT PIC 999 VALUE ZERO.
  05 FEEDS-UNSCHEDULED-COUNT PIC 999 VALUE ZERO.
01 EXCEPTION-RECORD-FIELDS.
  05 EXC-TIMESTAMP PIC X(21).
  05 FILLER PIC X VALUE SPACE.
  05 EXC-SEVERITY PIC X.
  05 FILLER PIC X VALUE SPACE.
  05 EXC-TYPE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 EXC-TEXT PIC X(62).
01 FEED-EXCEPTION-TEXT.
  05 FILLER PIC X(5) VALUE "FEED ".
  05 FET-SOURCE-SYSTEM PIC X(8).
  05 FILLER PIC X(5) VALUE " FOR ".
  05 FET-REPORT-DATE PIC 9(8).
  05 FILLER PIC X VALUE SPACE.
  05 FET-PROBLEM-TEXT PIC X(35).

01 REPORT-PRINT-LINES.
  05 REPORT-HEADER-LINE.
    10 FILLER PIC X(32) VALUE "FEEDRCPT - FEED RECEIPT REPORT".
    10 FILLER PIC X(10) VALUE "RUN DATE: ".
    10 RHL-RUN-DATE PIC X(21).
  05 REPORT-RULE-LINE PIC X(132) VALUE ALL "=".
  05 REPORT-DATE-LINE.
    10 FILLER PIC X(20) VALUE "FEEDS CREATED ON    ".
    10 RDL-REPORT-DATE PIC 9(8).
    10 FILLER PIC XX VALUE SPACES.
    10 RDL-DAY-NAME PIC X(3).
    10 FILLER PIC X(12) VALUE "  CALENDAR: ".
    10 RDL-CALENDAR-TEXT PIC X(30).
  05 SENDER-HEADING-LINE.
    10 FILLER PIC X(44)
        VALUE "  SENDER    DUE CUTOFF RECEIVED RERUNS DUPLI".
    10 FILLER PIC X(44)
        VALUE "CATES REFUSED FIRST RECEIVED        TIMELINE".
    10 FILLER PIC X(44)
        VALUE "SS   REPEAT                  DESCRIPTION".
  05 SENDER-DETAIL-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 SDL-SOURCE-SYSTEM PIC X(8).
    10 FILLER PIC X(3) VALUE SPACES.
    10 SDL-DUE-FLAG PIC X.
    10 FILLER PIC X(3) VALUE SPACES.
    10 SDL-CUTOFF-TIME PIC X(4).
    10 FILLER PIC X(8) VALUE SPACES.
    10 SDL-RECEIVED-COUNT PIC Z9.
    10 FILLER PIC X(5) VALUE SPACES.
    10 SDL-RERUN-COUNT PIC Z9.
    10 FILLER PIC X(9) VALUE SPACES.
    10 SDL-DUPLICATE-COUNT PIC Z9.
    10 FILLER PIC X(6) VALUE SPACES.
    10 SDL-REFUSED-COUNT PIC Z9.
    10 FILLER PIC X VALUE SPACE.
    10 SDL-FIRST-RECEIVED PIC X(21).
    10 FILLER PIC X VALUE SPACE.
    10 SDL-TIMELINESS PIC X(12).
    10 FILLER PIC X VALUE SPACE.
    10 SDL-REPEAT-TEXT PIC X(23).
    10 FILLER PIC X VALUE SPACE.
    10 SDL-DESCRIPTION PIC X(15).
  05 SECTION-TITLE-LINE.
    10 FILLER PIC X(33) VALUE "BATCHES ON THE FEED REGISTER FOR ".
    10 STL-REPORT-DATE PIC 9(8).
  05 REGISTER-DETAIL-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 RGL-REGISTER-TEXT PIC X(75).
  05 MESSAGE-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 ML-MESSAGE-TEXT PIC X(100).
  05 TOTAL-LINE.
    10 FILLER PIC X(11) VALUE "FEEDS DUE: ".
    10 TL-DUE-COUNT PIC ZZ9.
    10 FILLER PIC X(13) VALUE "   RECEIVED: ".
    10 TL-RECEIVED-COUNT PIC ZZ9.
    10 FILLER PIC X(12) VALUE "   MISSING: ".
    10 TL-MISSING-COUNT PIC ZZ9.
    10 FILLER PIC X(9) VALUE "   LATE: ".
    10 TL-LATE-COUNT PIC ZZ9.
    10 FILLER PIC X(13) VALUE "   REPEATED: ".
    10 TL-REPEATED-COUNT PIC ZZ9.
    10 FILLER PIC X(16) VALUE "   UNSCHEDULED: ".
    10 TL-UNSCHEDULED-COUNT PIC ZZ9.
  05 BLANK-PRINT-LINE PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
*> the daily feed receipt report.  For one creation date (today
*> unless the SYSIN card names another) it sets the senders FEEDSCHD
*> expects that day against the batches TRANSVAL put on the feed
*> register, and flags each expected feed that is
*>   MISSING   no batch for the date was processed - never sent, or
*>             sent and refused (REFUSED) by TRANSVAL
*>   LATE      first processed after the sender's cut-off time
*>   REPEAT    processed more than once, or re-sent and refused as a
*>             duplicate (an operator-released rerun is not a repeat)
*> A holiday on BUSCAL expects no feed from anyone.  Every flagged
*> feed is also written to EXCPTS for EXCRPT.  The step ends RC 4
*> when anything was flagged or the schedule could not be read, RC 0
*> otherwise - never above 4, so it cannot trip the (4,LT) guards on
*> the reporting steps.
0000-MAINLINE.
ACCEPT REPORT-CARD.
MOVE FUNCTION CURRENT-DATE TO REPORT-RUN-DATE.
IF OVERRIDE-DATE IS NUMERIC THEN
  MOVE OVERRIDE-DATE TO REPORT-DATE
ELSE
  MOVE REPORT-RUN-DATE (1:8) TO REPORT-DATE
END-IF.
OPEN OUTPUT FEED-REPORT-FILE.
IF REPORT-FILE-STATUS NOT = "00" THEN
  DISPLAY "FEEDRCPT: CANNOT OPEN FEEDRPT - STATUS " REPORT-FILE-STATUS
  MOVE 4 TO RETURN-CODE
  STOP RUN
END-IF.
OPEN EXTEND EXCEPTION-FILE.
IF EXCPTS-FILE-STATUS NOT = "00" THEN
  OPEN OUTPUT EXCEPTION-FILE
END-IF.
MOVE REPORT-RUN-DATE TO RHL-RUN-DATE.
WRITE FEED-REPORT-LINE FROM REPORT-HEADER-LINE.
WRITE FEED-REPORT-LINE FROM REPORT-RULE-LINE.
PERFORM 1000-LOOK-UP-REPORT-DATE.
MOVE REPORT-DATE TO RDL-REPORT-DATE.
MOVE DAY-NAME (WEEKDAY-NUMBER) TO RDL-DAY-NAME.
MOVE CALENDAR-DESCRIPTION TO RDL-CALENDAR-TEXT.
WRITE FEED-REPORT-LINE FROM REPORT-DATE-LINE.
WRITE FEED-REPORT-LINE FROM BLANK-PRINT-LINE.
PERFORM 2000-LOAD-FEED-SCHEDULE.
PERFORM 3000-SCAN-FEED-REGISTER.
WRITE FEED-REPORT-LINE FROM SENDER-HEADING-LINE.
MOVE 1 TO SENDER-SUB.
PERFORM 4000-REPORT-ONE-SENDER UNTIL SENDER-SUB > SENDER-COUNT.
WRITE FEED-REPORT-LINE FROM BLANK-PRINT-LINE.
MOVE REPORT-DATE TO STL-REPORT-DATE.
WRITE FEED-REPORT-LINE FROM SECTION-TITLE-LINE.
IF REGISTER-LINE-COUNT = 0 THEN
  MOVE "NO BATCH FOR THIS DATE ON THE REGISTER" TO ML-MESSAGE-TEXT
  WRITE FEED-REPORT-LINE FROM MESSAGE-LINE
END-IF.
MOVE 1 TO BATCH-LINE-SUB.
PERFORM 5000-LIST-ONE-REGISTER-LINE
  UNTIL BATCH-LINE-SUB > REGISTER-LINE-COUNT.
WRITE FEED-REPORT-LINE FROM BLANK-PRINT-LINE.
MOVE FEEDS-DUE-COUNT TO TL-DUE-COUNT.
MOVE FEEDS-RECEIVED-COUNT TO TL-RECEIVED-COUNT.
MOVE FEEDS-MISSING-COUNT TO TL-MISSING-COUNT.
MOVE FEEDS-LATE-COUNT TO TL-LATE-COUNT.
MOVE FEEDS-REPEATED-COUNT TO TL-REPEATED-COUNT.
MOVE FEEDS-UNSCHEDULED-COUNT TO TL-UNSCHEDULED-COUNT.
WRITE FEED-REPORT-LINE FROM TOTAL-LINE.
CLOSE FEED-REPORT-FILE.
CLOSE EXCEPTION-FILE.
DISPLAY "FEEDRCPT: " REPORT-DATE " - " FEEDS-DUE-COUNT " DUE, "
  FEEDS-MISSING-COUNT " MISSING, " FEEDS-LATE-COUNT " LATE, "
  FEEDS-REPEATED-COUNT " REPEATED".
IF FEED-PROBLEM-FOUND THEN
  MOVE 4 TO RETURN-CODE
ELSE
  MOVE 0 TO RETURN-CODE
END-IF.
STOP RUN.

*> day of the week from the day number - day 1 (1601-01-01) was a
*> Monday - and whether BUSCAL has the date down as a holiday.  A
*> date missing from BUSCAL goes by the day-of-week flags alone.
1000-LOOK-UP-REPORT-DATE.
COMPUTE DAY-NUMBER-WORK = FUNCTION INTEGER-OF-DATE (REPORT-DATE) - 1.
DIVIDE DAY-NUMBER-WORK BY 7 GIVING WEEK-NUMBER-WORK
  REMAINDER WEEKDAY-NUMBER.
ADD 1 TO WEEKDAY-NUMBER.
MOVE "NOT ON BUSCAL" TO CALENDAR-DESCRIPTION.
OPEN INPUT BUSINESS-CALENDAR-FILE.
IF CALENDAR-FILE-STATUS = "00" THEN
  PERFORM 1100-READ-CALENDAR-RECORD
    UNTIL END-OF-CALENDAR OR DATE-FOUND
  CLOSE BUSINESS-CALENDAR-FILE
END-IF.

1100-READ-CALENDAR-RECORD.
READ BUSINESS-CALENDAR-FILE
  AT END
    SET END-OF-CALENDAR TO TRUE
  NOT AT END
    IF CAL-DATE IS NUMERIC AND CAL-DATE = REPORT-DATE THEN
      SET DATE-FOUND TO TRUE
      MOVE CAL-HOLIDAY-FLAG TO HOLIDAY-FLAG
      MOVE CAL-DESCRIPTION TO CALENDAR-DESCRIPTION
    END-IF
END-READ.

2000-LOAD-FEED-SCHEDULE.
OPEN INPUT FEED-SCHEDULE-FILE.
IF SCHEDULE-FILE-STATUS NOT = "00" THEN
  DISPLAY "FEEDRCPT: FEEDSCHD NOT AVAILABLE - STATUS "
    SCHEDULE-FILE-STATUS
  MOVE "FEEDSCHD NOT AVAILABLE - NO FEED COULD BE CHECKED AS DUE"
    TO ML-MESSAGE-TEXT
  WRITE FEED-REPORT-LINE FROM MESSAGE-LINE
  WRITE FEED-REPORT-LINE FROM BLANK-PRINT-LINE
  SET FEED-PROBLEM-FOUND TO TRUE
ELSE
  PERFORM 2100-LOAD-ONE-SCHEDULE-ENTRY UNTIL END-OF-SCHEDULE
  CLOSE FEED-SCHEDULE-FILE
END-IF.

2100-LOAD-ONE-SCHEDULE-ENTRY.
READ FEED-SCHEDULE-FILE
  AT END
    SET END-OF-SCHEDULE TO TRUE
  NOT AT END
    IF FS-SOURCE-SYSTEM NOT = SPACES AND SENDER-COUNT < 50 THEN
      ADD 1 TO SENDER-COUNT
      PERFORM 2200-CLEAR-SENDER-ENTRY
      MOVE FS-SOURCE-SYSTEM TO SND-SOURCE-SYSTEM (SENDER-COUNT)
      MOVE "Y" TO SND-SCHEDULED-FLAG (SENDER-COUNT)
      MOVE FS-DESCRIPTION TO SND-DESCRIPTION (SENDER-COUNT)
      IF FS-CUTOFF-TIME IS NUMERIC THEN
        MOVE FS-CUTOFF-TIME TO SND-CUTOFF-TIME (SENDER-COUNT)
      END-IF
      IF FS-DUE-DAY-FLAG (WEEKDAY-NUMBER) = "Y" AND HOLIDAY-FLAG NOT = "Y"
        THEN
        MOVE "Y" TO SND-DUE-FLAG (SENDER-COUNT)
        ADD 1 TO FEEDS-DUE-COUNT
      END-IF
    END-IF
END-READ.

2200-CLEAR-SENDER-ENTRY.
MOVE SPACES TO SND-DESCRIPTION (SENDER-COUNT).
MOVE "N" TO SND-SCHEDULED-FLAG (SENDER-COUNT).
MOVE "N" TO SND-DUE-FLAG (SENDER-COUNT).
MOVE "0000" TO SND-CUTOFF-TIME (SENDER-COUNT).
MOVE 0 TO SND-RECEIVED-COUNT (SENDER-COUNT).
MOVE 0 TO SND-RERUN-COUNT (SENDER-COUNT).
MOVE 0 TO SND-DUPLICATE-COUNT (SENDER-COUNT).
MOVE 0 TO SND-REFUSED-COUNT (SENDER-COUNT).
MOVE SPACES TO SND-FIRST-RECEIVED (SENDER-COUNT).

*> the whole register is read - a batch created on the report date
*> may have arrived on any later night.
3000-SCAN-FEED-REGISTER.
OPEN INPUT FEED-REGISTER-FILE.
IF REGISTER-FILE-STATUS NOT = "00" THEN
  DISPLAY "FEEDRCPT: FEEDREG NOT AVAILABLE - STATUS "
    REGISTER-FILE-STATUS " - NO BATCH RECEIVED YET"
ELSE
  PERFORM 3100-READ-ONE-REGISTER-ENTRY UNTIL END-OF-REGISTER
  CLOSE FEED-REGISTER-FILE
END-IF.

3100-READ-ONE-REGISTER-ENTRY.
READ FEED-REGISTER-FILE
  AT END
    SET END-OF-REGISTER TO TRUE
  NOT AT END
    IF FR-CREATION-DATE = REPORT-DATE THEN
      PERFORM 3200-COUNT-ONE-BATCH
    END-IF
END-READ.

3200-COUNT-ONE-BATCH.
IF REGISTER-LINE-COUNT < 200 THEN
  ADD 1 TO REGISTER-LINE-COUNT
  MOVE FEED-REGISTER-RECORD TO REGISTER-LINE-ENTRY (REGISTER-LINE-COUNT)
END-IF.
PERFORM 3300-FIND-SENDER.
IF NOT SENDER-FOUND AND SENDER-COUNT < 50 THEN
  ADD 1 TO SENDER-COUNT
  PERFORM 2200-CLEAR-SENDER-ENTRY
  MOVE FR-SOURCE-SYSTEM TO SND-SOURCE-SYSTEM (SENDER-COUNT)
  MOVE "NOT ON FEEDSCHD" TO SND-DESCRIPTION (SENDER-COUNT)
  MOVE SENDER-COUNT TO SENDER-SUB
  SET SENDER-FOUND TO TRUE
END-IF.
IF SENDER-FOUND THEN
  EVALUATE FR-BATCH-STATUS
    WHEN "ACCEPTED"
      ADD 1 TO SND-RECEIVED-COUNT (SENDER-SUB)
      IF SND-FIRST-RECEIVED (SENDER-SUB) = SPACES THEN
        MOVE FR-RUN-ID TO SND-FIRST-RECEIVED (SENDER-SUB)
      END-IF
    WHEN "RERUN"
      ADD 1 TO SND-RERUN-COUNT (SENDER-SUB)
      IF SND-FIRST-RECEIVED (SENDER-SUB) = SPACES THEN
        MOVE FR-RUN-ID TO SND-FIRST-RECEIVED (SENDER-SUB)
      END-IF
    WHEN "DUPLICAT"
      ADD 1 TO SND-DUPLICATE-COUNT (SENDER-SUB)
    WHEN OTHER
      ADD 1 TO SND-REFUSED-COUNT (SENDER-SUB)
  END-EVALUATE
END-IF.

3300-FIND-SENDER.
MOVE "N" TO SENDER-FOUND-SWITCH.
MOVE 1 TO SENDER-SUB.
PERFORM 3310-CHECK-ONE-SENDER
  UNTIL SENDER-FOUND OR SENDER-SUB > SENDER-COUNT.

3310-CHECK-ONE-SENDER.
IF SND-SOURCE-SYSTEM (SENDER-SUB) = FR-SOURCE-SYSTEM THEN
  SET SENDER-FOUND TO TRUE
ELSE
  ADD 1 TO SENDER-SUB
END-IF.

*> a feed is late when it was first processed after the cut-off on
*> its creation date; a feed that was not due is only listed.
4000-REPORT-ONE-SENDER.
MOVE SPACES TO SDL-TIMELINESS.
MOVE SPACES TO SDL-REPEAT-TEXT.
MOVE REPORT-DATE TO DBT-DATE.
MOVE SND-CUTOFF-TIME (SENDER-SUB) TO DBT-TIME.
IF SND-RECEIVED-COUNT (SENDER-SUB) > 0
   OR SND-RERUN-COUNT (SENDER-SUB) > 0 THEN
  ADD 1 TO FEEDS-RECEIVED-COUNT
END-IF.
EVALUATE TRUE
  WHEN SND-SCHEDULED-FLAG (SENDER-SUB) = "N"
    MOVE "UNSCHEDULED" TO SDL-TIMELINESS
    ADD 1 TO FEEDS-UNSCHEDULED-COUNT
  WHEN SND-DUE-FLAG (SENDER-SUB) = "N"
    MOVE "NOT DUE" TO SDL-TIMELINESS
  WHEN SND-FIRST-RECEIVED (SENDER-SUB) = SPACES
   AND SND-REFUSED-COUNT (SENDER-SUB) > 0
    MOVE "REFUSED" TO SDL-TIMELINESS
    MOVE "REFUSED BY TRANSVAL - NOT PROCESSED" TO FET-PROBLEM-TEXT
    PERFORM 4100-FLAG-MISSING-FEED
  WHEN SND-FIRST-RECEIVED (SENDER-SUB) = SPACES
    MOVE "MISSING" TO SDL-TIMELINESS
    MOVE "MISSING - NO BATCH RECEIVED" TO FET-PROBLEM-TEXT
    PERFORM 4100-FLAG-MISSING-FEED
  WHEN DBT-TIME NOT = "0000"
   AND SND-FIRST-RECEIVED (SENDER-SUB) (1:12) > DUE-BY-TIMESTAMP
    MOVE "LATE" TO SDL-TIMELINESS
    ADD 1 TO FEEDS-LATE-COUNT
    MOVE SPACES TO FET-PROBLEM-TEXT
    STRING "LATE - RECEIVED " DELIMITED BY SIZE
      SND-FIRST-RECEIVED (SENDER-SUB) (1:12) DELIMITED BY SIZE
      INTO FET-PROBLEM-TEXT
    PERFORM 4200-WRITE-FEED-EXCEPTION
  WHEN OTHER
    MOVE "ON TIME" TO SDL-TIMELINESS
END-EVALUATE.
IF SND-RECEIVED-COUNT (SENDER-SUB) > 1
   OR SND-DUPLICATE-COUNT (SENDER-SUB) > 0 THEN
  MOVE "RECEIVED MORE THAN ONCE" TO SDL-REPEAT-TEXT
  ADD 1 TO FEEDS-REPEATED-COUNT
  MOVE "RECEIVED MORE THAN ONCE" TO FET-PROBLEM-TEXT
  PERFORM 4200-WRITE-FEED-EXCEPTION
END-IF.
MOVE SND-SOURCE-SYSTEM (SENDER-SUB) TO SDL-SOURCE-SYSTEM.
MOVE SND-DUE-FLAG (SENDER-SUB) TO SDL-DUE-FLAG.
MOVE SND-CUTOFF-TIME (SENDER-SUB) TO SDL-CUTOFF-TIME.
MOVE SND-RECEIVED-COUNT (SENDER-SUB) TO SDL-RECEIVED-COUNT.
MOVE SND-RERUN-COUNT (SENDER-SUB) TO SDL-RERUN-COUNT.
MOVE SND-DUPLICATE-COUNT (SENDER-SUB) TO SDL-DUPLICATE-COUNT.
MOVE SND-REFUSED-COUNT (SENDER-SUB) TO SDL-REFUSED-COUNT.
MOVE SND-FIRST-RECEIVED (SENDER-SUB) TO SDL-FIRST-RECEIVED.
MOVE SND-DESCRIPTION (SENDER-SUB) TO SDL-DESCRIPTION.
WRITE FEED-REPORT-LINE FROM SENDER-DETAIL-LINE.
ADD 1 TO SENDER-SUB.

4100-FLAG-MISSING-FEED.
ADD 1 TO FEEDS-MISSING-COUNT.
PERFORM 4200-WRITE-FEED-EXCEPTION.

4200-WRITE-FEED-EXCEPTION.
SET FEED-PROBLEM-FOUND TO TRUE.
MOVE SND-SOURCE-SYSTEM (SENDER-SUB) TO FET-SOURCE-SYSTEM.
MOVE REPORT-DATE TO FET-REPORT-DATE.
MOVE FUNCTION CURRENT-DATE TO EXC-TIMESTAMP.
MOVE "W" TO EXC-SEVERITY.
MOVE "FEED" TO EXC-TYPE.
MOVE FEED-EXCEPTION-TEXT TO EXC-TEXT.
WRITE EXCEPTION-RECORD FROM EXCEPTION-RECORD-FIELDS.

5000-LIST-ONE-REGISTER-LINE.
MOVE REGISTER-LINE-ENTRY (BATCH-LINE-SUB) TO RGL-REGISTER-TEXT.
WRITE FEED-REPORT-LINE FROM REGISTER-DETAIL-LINE.
ADD 1 TO BATCH-LINE-SUB.

END PROGRAM FEEDRCPT.
