IDENTIFICATION DIVISION.
PROGRAM-ID. ALERTGEN.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT SUITE-LOG-FILE ASSIGN TO "SUITELOG"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS SUITE-LOG-STATUS.
SELECT SUITE-HISTORY-FILE ASSIGN TO "SUITEHST"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS SUITE-HISTORY-STATUS.
SELECT EXCEPTION-OUT-FILE ASSIGN TO "EXCOUT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS EXCOUT-FILE-STATUS.
SELECT QUARANTINE-FILE ASSIGN TO "quarantn.clf"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS QUARANTINE-STATUS.
SELECT ALERT-STATE-FILE ASSIGN TO "ALERTST"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS ALERT-STATE-STATUS.
SELECT ALERT-FEED-FILE ASSIGN TO "ALERTOUT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS ALERT-FEED-STATUS.
DATA DIVISION.
FILE SECTION.
FD SUITE-LOG-FILE.
01 SUITE-LOG-RECORD.
  05 SL-STEP-NAME PIC X(8).
  05 FILLER PIC X.
  05 SL-PROGRAM-NAME PIC X(14).
  05 FILLER PIC X.
  05 SL-CONDITION-CODE PIC X(8).
  05 FILLER PIC X.
  05 SL-VERDICT PIC X(4).
FD SUITE-HISTORY-FILE.
01 SUITE-HISTORY-RECORD.
  05 SH-RUN-DATE PIC X(8).
  05 FILLER PIC X.
  05 SH-STEP-NAME PIC X(8).
  05 FILLER PIC X.
  05 SH-PROGRAM-NAME PIC X(14).
  05 FILLER PIC X.
  05 SH-CONDITION-CODE PIC X(8).
  05 FILLER PIC X.
  05 SH-VERDICT PIC X(4).
FD EXCEPTION-OUT-FILE.
*> EXCRPT's consolidated exceptions: the 95-byte EXCPTS shape, then
*> the exception id - the report date and a sequence.
01 EXCEPTION-OUT-RECORD.
  05 EXO-TIMESTAMP PIC X(21).
  05 FILLER PIC X.
  05 EXO-SEVERITY PIC X.
  05 FILLER PIC X.
  05 EXO-TYPE PIC X(8).
  05 FILLER PIC X.
  05 EXO-TEXT PIC X(62).
  05 FILLER PIC X.
  05 EXO-EXCEPTION-ID.
    10 EXO-ID-DATE PIC X(8).
    10 FILLER PIC X(6).
FD QUARANTINE-FILE.
*> CLFMERGE's quarantine: a summary line per quarantined log, then
*> the log itself.
01 QUARANTINE-RECORD.
  05 QR-SUMMARY-TAG PIC X(20).
  05 QR-LOG-NAME PIC X(44).
  05 FILLER PIC X(4).
  05 QR-TIMESTAMP.
    10 QR-DATE PIC X(8).
    10 FILLER PIC X(4).
FD ALERT-STATE-FILE.
01 ALERT-STATE-RECORD PIC X(163).
FD ALERT-FEED-FILE.
01 ALERT-FEED-RECORD PIC X(163).
WORKING-STORAGE SECTION.
COPY ALERTREC.
01 ALERT-CONTROL-FIELDS.
  05 SUITE-LOG-STATUS PIC XX VALUE SPACES.
  05 SUITE-HISTORY-STATUS PIC XX VALUE SPACES.
  05 EXCOUT-FILE-STATUS PIC XX VALUE SPACES.
  05 QUARANTINE-STATUS PIC XX VALUE SPACES.
  05 ALERT-STATE-STATUS PIC XX VALUE SPACES.
  05 ALERT-FEED-STATUS PIC XX VALUE SPACES.
  05 END-OF-INPUT-SWITCH PIC X VALUE "N".
    88 END-OF-INPUT VALUE "Y".
  05 ALERT-FOUND-SWITCH PIC X VALUE "N".
    88 ALERT-FOUND VALUE "Y".
  05 STEP-FOUND-SWITCH PIC X VALUE "N".
    88 STEP-FOUND VALUE "Y".
  05 TABLE-OVERFLOW-SWITCH PIC X VALUE "N".
    88 TABLE-OVERFLOW VALUE "Y".
  05 CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
  05 ALERT-STAMP PIC X(14) VALUE SPACES.
  05 TODAYS-DATE PIC X(8) VALUE SPACES.
  05 NEWEST-HISTORY-DATE PIC X(8) VALUE SPACES.
*> a source whose step did not run tonight has not been looked at, so
*> its open alerts are carried as they stand rather than resolved.
01 SOURCE-ASSESSED-SWITCHES.
  05 TRANSVAL-ASSESSED-SWITCH PIC X VALUE "N".
    88 TRANSVAL-ASSESSED VALUE "Y".
  05 COVGATE-ASSESSED-SWITCH PIC X VALUE "N".
    88 COVGATE-ASSESSED VALUE "Y".
  05 CLFMERGE-ASSESSED-SWITCH PIC X VALUE "N".
    88 CLFMERGE-ASSESSED VALUE "Y".
  05 EXCRPT-ASSESSED-SWITCH PIC X VALUE "N".
    88 EXCRPT-ASSESSED VALUE "Y".
  05 SUITHIST-ASSESSED-SWITCH PIC X VALUE "N".
    88 SUITHIST-ASSESSED VALUE "Y".
  05 TRANSVAL-NO-GO-SWITCH PIC X VALUE "N".
    88 TRANSVAL-NO-GO VALUE "Y".
  05 COVGATE-BREACH-SWITCH PIC X VALUE "N".
    88 COVGATE-BREACH VALUE "Y".
01 ALERT-TOTALS.
  05 STEPS-REPORTED-COUNT PIC 99 VALUE ZERO.
  05 STEPS-FAILED-COUNT PIC 99 VALUE ZERO.
  05 ALERTS-RAISED-COUNT PIC 9(5) VALUE ZERO.
  05 ALERTS-PERSISTING-COUNT PIC 9(5) VALUE ZERO.
  05 ALERTS-RESOLVED-COUNT PIC 9(5) VALUE ZERO.
  05 ALERTS-CARRIED-COUNT PIC 9(5) VALUE ZERO.
*> the condition just found, before it is matched to the state.
01 CONDITION-FIELDS.
  05 CND-SEVERITY PIC X(8).
  05 CND-SOURCE-PROGRAM PIC X(14).
  05 CND-DEDUP-KEY PIC X(40).
  05 CND-ALERT-TEXT PIC X(60).
*> the open alerts: loaded from ALERTST, matched against tonight's
*> conditions, and written back without the ones resolved tonight.
01 ALERT-STATE-TABLE.
  05 ALERT-STATE-COUNT PIC 999 VALUE ZERO.
  05 ALERT-STATE-ENTRY OCCURS 300 TIMES.
    10 AS-SEVERITY PIC X(8).
    10 AS-SOURCE-PROGRAM PIC X(14).
    10 AS-DEDUP-KEY PIC X(40).
    10 AS-FIRST-SEEN PIC X(14).
    10 AS-LAST-SEEN PIC X(14).
    10 AS-ALERT-TEXT PIC X(60).
    10 AS-DISPOSITION PIC X.
      88 AS-CARRIED VALUE " ".
      88 AS-FOUND-TONIGHT VALUE "F".
      88 AS-RESOLVED VALUE "R".
*> each step's run of failed nights on SUITEHST, built the way
*> SUITHIST counts a streak: a night fails if any of the step's
*> records that night failed, and the streak is the failed nights
*> running back from the newest night the step ran.
01 STREAK-TABLE.
  05 STREAK-STEP-COUNT PIC 99 VALUE ZERO.
  05 STREAK-STEP-ENTRY OCCURS 30 TIMES.
    10 SK-STEP-NAME PIC X(8).
    10 SK-PROGRAM-NAME PIC X(14).
    10 SK-LAST-NIGHT PIC X(8).
    10 SK-STREAK-BEFORE PIC 99.
    10 SK-NIGHT-FAILED-SWITCH PIC X.
      88 SK-NIGHT-FAILED VALUE "Y".
01 ALERT-WORK-FIELDS.
  05 STATE-SUB PIC 999 VALUE ZERO.
  05 STEP-SUB PIC 99 VALUE ZERO.
  05 STREAK-LENGTH PIC 99 VALUE ZERO.
  05 STREAK-LENGTH-EDIT PIC Z9.
  05 STEPS-REPORTED-EDIT PIC Z9.
  05 STEPS-FAILED-EDIT PIC Z9.
PROCEDURE DIVISION.
*> the outbound alert feed for the enterprise monitoring system, run
*> last in the suite so nobody has to read six reports in the morning
*> to find out whether to page someone.  Tonight's conditions are
*> gathered from what the suite's steps leave behind:
*>   SUITESUM  the suite failed - a step on SUITELOG not OK, or no
*>             step results at all                        CRITICAL
*>   TRANSVAL  the feed was a no-go (its step ended RC > 4)  MAJOR
*>   COVGATE   coverage below a floor (its step ended RC > 4) MAJOR
*>   SUITHIST  a step on a streak of two or more failed nights on
*>             SUITEHST                                    MAJOR
*>   EXCRPT    an error-severity exception on EXCOUT still not
*>             acknowledged past the day it was reported   MAJOR
*>   CLFMERGE  a log quarantined on quarantn.clf tonight   MINOR
*> Each is matched by source program and dedup key against the open
*> alerts on ALERTST: a new condition is raised on ALERTOUT, one that
*> persists only has its last-seen stamp moved on, and an open alert
*> whose condition is gone gets a RESOLVE record.  The alerts of a
*> source whose step did not run tonight are carried untouched.
*> ALERTOUT is extended night over night; the monitoring system's
*> pickup empties it.  Ends RC 4 when an alert was raised, RC 8 when
*> the state table overflows or ALERTOUT cannot be opened (ALERTST is
*> then left as it was), RC 0 otherwise.
0000-MAINLINE.
MOVE FUNCTION CURRENT-DATE TO CURRENT-TIMESTAMP.
MOVE CURRENT-TIMESTAMP (1:14) TO ALERT-STAMP.
MOVE CURRENT-TIMESTAMP (1:8) TO TODAYS-DATE.
PERFORM 1000-LOAD-ALERT-STATE.
OPEN EXTEND ALERT-FEED-FILE.
IF ALERT-FEED-STATUS NOT = "00" THEN
  OPEN OUTPUT ALERT-FEED-FILE
END-IF.
IF ALERT-FEED-STATUS NOT = "00" THEN
  DISPLAY "ALERTGEN: CANNOT OPEN ALERTOUT - STATUS " ALERT-FEED-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 2000-ASSESS-SUITE-LOG.
PERFORM 3000-ASSESS-FAILURE-STREAKS.
PERFORM 4000-ASSESS-OVERDUE-EXCEPTIONS.
PERFORM 5000-ASSESS-QUARANTINED-LOGS.
IF TABLE-OVERFLOW THEN
  CLOSE ALERT-FEED-FILE
  DISPLAY "ALERTGEN: ALERT STATE TABLE OVERFLOWED - ALERTST NOT "
    "UPDATED"
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 6000-RESOLVE-CLEARED-ALERTS.
CLOSE ALERT-FEED-FILE.
PERFORM 7000-WRITE-ALERT-STATE.
DISPLAY "ALERTGEN: " ALERTS-RAISED-COUNT " RAISED, "
  ALERTS-PERSISTING-COUNT " PERSISTING, " ALERTS-RESOLVED-COUNT
  " RESOLVED, " ALERTS-CARRIED-COUNT " CARRIED".
IF ALERTS-RAISED-COUNT > 0 THEN
  MOVE 4 TO RETURN-CODE
ELSE
  MOVE 0 TO RETURN-CODE
END-IF.
STOP RUN.

*> no ALERTST is the first night: nothing open.
1000-LOAD-ALERT-STATE.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT ALERT-STATE-FILE.
IF ALERT-STATE-STATUS = "00" THEN
  PERFORM 1100-LOAD-ONE-ALERT UNTIL END-OF-INPUT
  CLOSE ALERT-STATE-FILE
END-IF.
IF TABLE-OVERFLOW THEN
  DISPLAY "ALERTGEN: ALERTST HOLDS MORE THAN 300 OPEN ALERTS"
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.

1100-LOAD-ONE-ALERT.
READ ALERT-STATE-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    MOVE ALERT-STATE-RECORD TO ALERT-RECORD-FIELDS
    IF ALERT-STATE-COUNT >= 300 THEN
      SET TABLE-OVERFLOW TO TRUE
      SET END-OF-INPUT TO TRUE
    ELSE
      ADD 1 TO ALERT-STATE-COUNT
      MOVE AL-SEVERITY TO AS-SEVERITY (ALERT-STATE-COUNT)
      MOVE AL-SOURCE-PROGRAM TO AS-SOURCE-PROGRAM (ALERT-STATE-COUNT)
      MOVE AL-DEDUP-KEY TO AS-DEDUP-KEY (ALERT-STATE-COUNT)
      MOVE AL-FIRST-SEEN TO AS-FIRST-SEEN (ALERT-STATE-COUNT)
      MOVE AL-LAST-SEEN TO AS-LAST-SEEN (ALERT-STATE-COUNT)
      MOVE AL-ALERT-TEXT TO AS-ALERT-TEXT (ALERT-STATE-COUNT)
      MOVE SPACE TO AS-DISPOSITION (ALERT-STATE-COUNT)
    END-IF
END-READ.

*> the staged SUITELOG carries one band per step: the suite verdict
*> is SUITESUM's rule over all of them, and the TRANSVAL, COVGATE,
*> CLFMERGE and EXCRPT bands say whether those sources ran tonight.
2000-ASSESS-SUITE-LOG.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT SUITE-LOG-FILE.
IF SUITE-LOG-STATUS = "00" THEN
  PERFORM 2100-ASSESS-ONE-STEP UNTIL END-OF-INPUT
  CLOSE SUITE-LOG-FILE
END-IF.
IF STEPS-REPORTED-COUNT = 0 OR STEPS-FAILED-COUNT > 0 THEN
  MOVE "CRITICAL" TO CND-SEVERITY
  MOVE "SUITESUM" TO CND-SOURCE-PROGRAM
  MOVE "SUITE VERDICT FAILED" TO CND-DEDUP-KEY
  IF STEPS-REPORTED-COUNT = 0 THEN
    MOVE "NIGHTLY SUITE FAILED - NO STEP RESULTS ON SUITELOG"
      TO CND-ALERT-TEXT
  ELSE
    MOVE STEPS-FAILED-COUNT TO STEPS-FAILED-EDIT
    MOVE STEPS-REPORTED-COUNT TO STEPS-REPORTED-EDIT
    MOVE SPACES TO CND-ALERT-TEXT
    STRING "NIGHTLY SUITE FAILED - " DELIMITED BY SIZE
      STEPS-FAILED-EDIT DELIMITED BY SIZE
      " OF " DELIMITED BY SIZE
      STEPS-REPORTED-EDIT DELIMITED BY SIZE
      " STEPS NOT OK" DELIMITED BY SIZE
      INTO CND-ALERT-TEXT
    END-STRING
  END-IF
  PERFORM 8000-NOTE-CONDITION
END-IF.
IF TRANSVAL-NO-GO THEN
  MOVE "MAJOR" TO CND-SEVERITY
  MOVE "TRANSVAL" TO CND-SOURCE-PROGRAM
  MOVE "TRANSIN FEED NO-GO" TO CND-DEDUP-KEY
  MOVE "TRANSIN FEED REFUSED BY TRANSVAL - TESTPROG WINDOW SKIPPED"
    TO CND-ALERT-TEXT
  PERFORM 8000-NOTE-CONDITION
END-IF.
IF COVGATE-BREACH THEN
  MOVE "MAJOR" TO CND-SEVERITY
  MOVE "COVGATE" TO CND-SOURCE-PROGRAM
  MOVE "COVERAGE FLOOR BREACH" TO CND-DEDUP-KEY
  MOVE "COVERAGE BELOW A THRESHLD FLOOR - PROMOTION HELD"
    TO CND-ALERT-TEXT
  PERFORM 8000-NOTE-CONDITION
END-IF.

2100-ASSESS-ONE-STEP.
READ SUITE-LOG-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    ADD 1 TO STEPS-REPORTED-COUNT
    IF SL-VERDICT NOT = "OK" THEN
      ADD 1 TO STEPS-FAILED-COUNT
    END-IF
    IF SL-CONDITION-CODE NOT = "NOT RUN" THEN
      PERFORM 2200-NOTE-SOURCE-STEP
    END-IF
END-READ.

2200-NOTE-SOURCE-STEP.
EVALUATE SL-PROGRAM-NAME
  WHEN "TRANSVAL"
    SET TRANSVAL-ASSESSED TO TRUE
    IF SL-CONDITION-CODE = "RC GT 04" THEN
      SET TRANSVAL-NO-GO TO TRUE
    END-IF
  WHEN "COVGATE"
    SET COVGATE-ASSESSED TO TRUE
    IF SL-CONDITION-CODE = "RC GT 04" THEN
      SET COVGATE-BREACH TO TRUE
    END-IF
  WHEN "CLFMERGE"
    SET CLFMERGE-ASSESSED TO TRUE
  WHEN "EXCRPT"
    SET EXCRPT-ASSESSED TO TRUE
  WHEN OTHER
    CONTINUE
END-EVALUATE.

*> a streak counts only for a step that ran on the newest night on
*> SUITEHST, so a step taken out of the suite does not stay alerted.
3000-ASSESS-FAILURE-STREAKS.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT SUITE-HISTORY-FILE.
IF SUITE-HISTORY-STATUS = "00" THEN
  SET SUITHIST-ASSESSED TO TRUE
  PERFORM 3100-LOAD-ONE-HISTORY-RECORD UNTIL END-OF-INPUT
  CLOSE SUITE-HISTORY-FILE
  MOVE 1 TO STEP-SUB
  PERFORM 3300-ASSESS-ONE-STREAK UNTIL STEP-SUB > STREAK-STEP-COUNT
END-IF.

3100-LOAD-ONE-HISTORY-RECORD.
READ SUITE-HISTORY-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    IF SH-RUN-DATE > NEWEST-HISTORY-DATE THEN
      MOVE SH-RUN-DATE TO NEWEST-HISTORY-DATE
    END-IF
    PERFORM 3200-LOCATE-STREAK-STEP
    IF STEP-SUB > 0 THEN
      PERFORM 3210-POST-ONE-NIGHT
    END-IF
END-READ.

3200-LOCATE-STREAK-STEP.
MOVE "N" TO STEP-FOUND-SWITCH.
MOVE 1 TO STEP-SUB.
PERFORM 3220-CHECK-ONE-STREAK-STEP
  UNTIL STEP-FOUND OR STEP-SUB > STREAK-STEP-COUNT.
IF NOT STEP-FOUND THEN
  IF STREAK-STEP-COUNT >= 30 THEN
    MOVE 0 TO STEP-SUB
  ELSE
    ADD 1 TO STREAK-STEP-COUNT
    MOVE STREAK-STEP-COUNT TO STEP-SUB
    MOVE SH-STEP-NAME TO SK-STEP-NAME (STEP-SUB)
    MOVE SH-PROGRAM-NAME TO SK-PROGRAM-NAME (STEP-SUB)
    MOVE SPACES TO SK-LAST-NIGHT (STEP-SUB)
    MOVE 0 TO SK-STREAK-BEFORE (STEP-SUB)
    MOVE "N" TO SK-NIGHT-FAILED-SWITCH (STEP-SUB)
  END-IF
END-IF.

*> a new night closes the step's previous one into the streak: a
*> failed night lengthens it, a clean one ends it.
3210-POST-ONE-NIGHT.
IF SH-RUN-DATE NOT = SK-LAST-NIGHT (STEP-SUB) THEN
  IF SK-NIGHT-FAILED (STEP-SUB) THEN
    IF SK-STREAK-BEFORE (STEP-SUB) < 99 THEN
      ADD 1 TO SK-STREAK-BEFORE (STEP-SUB)
    END-IF
  ELSE
    MOVE 0 TO SK-STREAK-BEFORE (STEP-SUB)
  END-IF
  MOVE SH-RUN-DATE TO SK-LAST-NIGHT (STEP-SUB)
  MOVE "N" TO SK-NIGHT-FAILED-SWITCH (STEP-SUB)
END-IF.
IF SH-VERDICT NOT = "OK" THEN
  SET SK-NIGHT-FAILED (STEP-SUB) TO TRUE
END-IF.

3220-CHECK-ONE-STREAK-STEP.
IF SK-STEP-NAME (STEP-SUB) = SH-STEP-NAME THEN
  SET STEP-FOUND TO TRUE
ELSE
  ADD 1 TO STEP-SUB
END-IF.

3300-ASSESS-ONE-STREAK.
MOVE 0 TO STREAK-LENGTH.
IF SK-LAST-NIGHT (STEP-SUB) = NEWEST-HISTORY-DATE
   AND SK-NIGHT-FAILED (STEP-SUB) THEN
  COMPUTE STREAK-LENGTH = SK-STREAK-BEFORE (STEP-SUB) + 1
    ON SIZE ERROR
      MOVE 99 TO STREAK-LENGTH
  END-COMPUTE
END-IF.
IF STREAK-LENGTH >= 2 THEN
  MOVE "MAJOR" TO CND-SEVERITY
  MOVE "SUITHIST" TO CND-SOURCE-PROGRAM
  MOVE SPACES TO CND-DEDUP-KEY
  STRING "FAILURE STREAK " DELIMITED BY SIZE
    SK-STEP-NAME (STEP-SUB) DELIMITED BY SPACE
    INTO CND-DEDUP-KEY
  END-STRING
  MOVE STREAK-LENGTH TO STREAK-LENGTH-EDIT
  MOVE SPACES TO CND-ALERT-TEXT
  STRING SK-STEP-NAME (STEP-SUB) DELIMITED BY SPACE
    " " DELIMITED BY SIZE
    SK-PROGRAM-NAME (STEP-SUB) DELIMITED BY SPACE
    " HAS FAILED " DELIMITED BY SIZE
    STREAK-LENGTH-EDIT DELIMITED BY SIZE
    " NIGHTS RUNNING" DELIMITED BY SIZE
    INTO CND-ALERT-TEXT
  END-STRING
  PERFORM 8000-NOTE-CONDITION
END-IF.
ADD 1 TO STEP-SUB.

*> EXCRPT escalates an error-severity exception still unacknowledged
*> after the day it was reported: its id date is older than today.
*> One alert per exception, keyed on its id, so acknowledging it in
*> EXCACK resolves exactly that alert.
4000-ASSESS-OVERDUE-EXCEPTIONS.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT EXCEPTION-OUT-FILE.
IF EXCOUT-FILE-STATUS NOT = "00" THEN
  MOVE "N" TO EXCRPT-ASSESSED-SWITCH
ELSE
  IF EXCRPT-ASSESSED THEN
    PERFORM 4100-ASSESS-ONE-EXCEPTION UNTIL END-OF-INPUT
  END-IF
  CLOSE EXCEPTION-OUT-FILE
END-IF.

4100-ASSESS-ONE-EXCEPTION.
READ EXCEPTION-OUT-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    IF EXO-SEVERITY = "E"
       AND EXO-ID-DATE IS NUMERIC
       AND EXO-ID-DATE < TODAYS-DATE THEN
      MOVE "MAJOR" TO CND-SEVERITY
      MOVE "EXCRPT" TO CND-SOURCE-PROGRAM
      MOVE SPACES TO CND-DEDUP-KEY
      STRING "UNACKNOWLEDGED " DELIMITED BY SIZE
        EXO-EXCEPTION-ID DELIMITED BY SIZE
        INTO CND-DEDUP-KEY
      END-STRING
      MOVE SPACES TO CND-ALERT-TEXT
      STRING EXO-TYPE DELIMITED BY SPACE
        " EXCEPTION UNACKNOWLEDGED PAST A DAY: " DELIMITED BY SIZE
        EXO-TEXT DELIMITED BY SIZE
        INTO CND-ALERT-TEXT
      END-STRING
      PERFORM 8000-NOTE-CONDITION
    END-IF
END-READ.

*> quarantn.clf accumulates; only tonight's quarantine summary lines
*> are conditions.  A log quarantined again the next night is the
*> same alert still open.
5000-ASSESS-QUARANTINED-LOGS.
IF CLFMERGE-ASSESSED THEN
  MOVE "N" TO END-OF-INPUT-SWITCH
  OPEN INPUT QUARANTINE-FILE
  IF QUARANTINE-STATUS = "00" THEN
    PERFORM 5100-ASSESS-ONE-QUARANTINE-LINE UNTIL END-OF-INPUT
    CLOSE QUARANTINE-FILE
  END-IF
END-IF.

5100-ASSESS-ONE-QUARANTINE-LINE.
READ QUARANTINE-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    IF QR-SUMMARY-TAG = "=== QUARANTINED LOG "
       AND QR-DATE = TODAYS-DATE THEN
      MOVE "MINOR" TO CND-SEVERITY
      MOVE "CLFMERGE" TO CND-SOURCE-PROGRAM
      MOVE SPACES TO CND-DEDUP-KEY
      STRING "QUARANTINED " DELIMITED BY SIZE
        QR-LOG-NAME DELIMITED BY SPACE
        INTO CND-DEDUP-KEY
      END-STRING
      MOVE SPACES TO CND-ALERT-TEXT
      STRING QR-LOG-NAME DELIMITED BY SPACE
        " FAILED RUN-TRAILER VALIDATION - QUARANTINED" DELIMITED BY SIZE
        INTO CND-ALERT-TEXT
      END-STRING
      PERFORM 8000-NOTE-CONDITION
    END-IF
END-READ.

*> an open alert not found tonight is resolved - unless its source
*> was not assessed tonight, when it is carried as it stands.
6000-RESOLVE-CLEARED-ALERTS.
MOVE 1 TO STATE-SUB.
PERFORM 6100-RESOLVE-ONE-ALERT UNTIL STATE-SUB > ALERT-STATE-COUNT.

6100-RESOLVE-ONE-ALERT.
IF AS-CARRIED (STATE-SUB) THEN
  EVALUATE AS-SOURCE-PROGRAM (STATE-SUB)
    WHEN "TRANSVAL"
      IF TRANSVAL-ASSESSED THEN
        PERFORM 6200-WRITE-RESOLVE-RECORD
      END-IF
    WHEN "COVGATE"
      IF COVGATE-ASSESSED THEN
        PERFORM 6200-WRITE-RESOLVE-RECORD
      END-IF
    WHEN "CLFMERGE"
      IF CLFMERGE-ASSESSED THEN
        PERFORM 6200-WRITE-RESOLVE-RECORD
      END-IF
    WHEN "EXCRPT"
      IF EXCRPT-ASSESSED THEN
        PERFORM 6200-WRITE-RESOLVE-RECORD
      END-IF
    WHEN "SUITHIST"
      IF SUITHIST-ASSESSED THEN
        PERFORM 6200-WRITE-RESOLVE-RECORD
      END-IF
    WHEN OTHER
      PERFORM 6200-WRITE-RESOLVE-RECORD
  END-EVALUATE
  IF AS-CARRIED (STATE-SUB) THEN
    ADD 1 TO ALERTS-CARRIED-COUNT
  END-IF
END-IF.
ADD 1 TO STATE-SUB.

6200-WRITE-RESOLVE-RECORD.
SET AS-RESOLVED (STATE-SUB) TO TRUE.
MOVE "RESOLVE" TO AL-RECORD-TYPE.
MOVE AS-SEVERITY (STATE-SUB) TO AL-SEVERITY.
MOVE AS-SOURCE-PROGRAM (STATE-SUB) TO AL-SOURCE-PROGRAM.
MOVE AS-DEDUP-KEY (STATE-SUB) TO AL-DEDUP-KEY.
MOVE AS-FIRST-SEEN (STATE-SUB) TO AL-FIRST-SEEN.
MOVE AS-LAST-SEEN (STATE-SUB) TO AL-LAST-SEEN.
MOVE AS-ALERT-TEXT (STATE-SUB) TO AL-ALERT-TEXT.
WRITE ALERT-FEED-RECORD FROM ALERT-RECORD-FIELDS.
ADD 1 TO ALERTS-RESOLVED-COUNT.

7000-WRITE-ALERT-STATE.
OPEN OUTPUT ALERT-STATE-FILE.
MOVE 1 TO STATE-SUB.
PERFORM 7100-WRITE-ONE-ALERT UNTIL STATE-SUB > ALERT-STATE-COUNT.
CLOSE ALERT-STATE-FILE.

7100-WRITE-ONE-ALERT.
IF NOT AS-RESOLVED (STATE-SUB) THEN
  MOVE "RAISE" TO AL-RECORD-TYPE
  MOVE AS-SEVERITY (STATE-SUB) TO AL-SEVERITY
  MOVE AS-SOURCE-PROGRAM (STATE-SUB) TO AL-SOURCE-PROGRAM
  MOVE AS-DEDUP-KEY (STATE-SUB) TO AL-DEDUP-KEY
  MOVE AS-FIRST-SEEN (STATE-SUB) TO AL-FIRST-SEEN
  MOVE AS-LAST-SEEN (STATE-SUB) TO AL-LAST-SEEN
  MOVE AS-ALERT-TEXT (STATE-SUB) TO AL-ALERT-TEXT
  WRITE ALERT-STATE-RECORD FROM ALERT-RECORD-FIELDS
END-IF.
ADD 1 TO STATE-SUB.

*> match tonight's condition to an open alert by source and key: a
*> match has only its last-seen stamp and text brought up to date; a
*> new condition is raised on ALERTOUT and opened on the state.  A
*> condition found twice in one night counts once.
8000-NOTE-CONDITION.
MOVE "N" TO ALERT-FOUND-SWITCH.
MOVE 1 TO STATE-SUB.
PERFORM 8100-CHECK-ONE-OPEN-ALERT
  UNTIL ALERT-FOUND OR STATE-SUB > ALERT-STATE-COUNT.
EVALUATE TRUE
  WHEN ALERT-FOUND
    IF AS-CARRIED (STATE-SUB) THEN
      SET AS-FOUND-TONIGHT (STATE-SUB) TO TRUE
      MOVE ALERT-STAMP TO AS-LAST-SEEN (STATE-SUB)
      MOVE CND-ALERT-TEXT TO AS-ALERT-TEXT (STATE-SUB)
      ADD 1 TO ALERTS-PERSISTING-COUNT
    END-IF
  WHEN ALERT-STATE-COUNT >= 300
    SET TABLE-OVERFLOW TO TRUE
  WHEN OTHER
    ADD 1 TO ALERT-STATE-COUNT
    MOVE ALERT-STATE-COUNT TO STATE-SUB
    MOVE CND-SEVERITY TO AS-SEVERITY (STATE-SUB)
    MOVE CND-SOURCE-PROGRAM TO AS-SOURCE-PROGRAM (STATE-SUB)
    MOVE CND-DEDUP-KEY TO AS-DEDUP-KEY (STATE-SUB)
    MOVE ALERT-STAMP TO AS-FIRST-SEEN (STATE-SUB)
    MOVE ALERT-STAMP TO AS-LAST-SEEN (STATE-SUB)
    MOVE CND-ALERT-TEXT TO AS-ALERT-TEXT (STATE-SUB)
    SET AS-FOUND-TONIGHT (STATE-SUB) TO TRUE
    MOVE "RAISE" TO AL-RECORD-TYPE
    MOVE CND-SEVERITY TO AL-SEVERITY
    MOVE CND-SOURCE-PROGRAM TO AL-SOURCE-PROGRAM
    MOVE CND-DEDUP-KEY TO AL-DEDUP-KEY
    MOVE ALERT-STAMP TO AL-FIRST-SEEN
    MOVE ALERT-STAMP TO AL-LAST-SEEN
    MOVE CND-ALERT-TEXT TO AL-ALERT-TEXT
    WRITE ALERT-FEED-RECORD FROM ALERT-RECORD-FIELDS
    ADD 1 TO ALERTS-RAISED-COUNT
END-EVALUATE.

8100-CHECK-ONE-OPEN-ALERT.
IF AS-SOURCE-PROGRAM (STATE-SUB) = CND-SOURCE-PROGRAM
   AND AS-DEDUP-KEY (STATE-SUB) = CND-DEDUP-KEY THEN
  SET ALERT-FOUND TO TRUE
ELSE
  ADD 1 TO STATE-SUB
END-IF.

END PROGRAM ALERTGEN.
