IDENTIFICATION DIVISION.
PROGRAM-ID. PRODASOF.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT AS-OF-CONTROL-FILE ASSIGN TO "ASOFCTL"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS CONTROL-FILE-STATUS.
SELECT PRODUCT-AUDIT-FILE ASSIGN TO "PRODAUDT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS AUDIT-FILE-STATUS.
SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS MASTER-FILE-STATUS.
SELECT PRODUCT-BASELINE-FILE ASSIGN TO "PRODBASE"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS BASELINE-FILE-STATUS.
SELECT PRODUCT-SNAPSHOT-FILE ASSIGN TO "PRODSNAP"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS SNAPSHOT-FILE-STATUS.
SELECT AS-OF-REPORT-FILE ASSIGN TO "PRODASRP"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS REPORT-FILE-STATUS.
SELECT CODE-HISTORY-FILE ASSIGN TO "PRODHIST"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS HISTORY-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD AS-OF-CONTROL-FILE.
*> the point in time wanted, YYYYMMDDHHMMSShh as PRODAUDT stamps it;
*> trailing positions may be left blank, so "20260301" alone means
*> the end of March 1.
01 AS-OF-CONTROL-RECORD.
  05 ASC-TIMESTAMP PIC X(16).
  05 FILLER PIC X(64).
FD PRODUCT-AUDIT-FILE.
*> the layout PRODMNT writes, one record per maintenance action in
*> the order applied.  The user id is the requester; a change applied
*> after approval also carries the approving user.
01 PRODUCT-AUDIT-RECORD.
  05 AUD-TIMESTAMP PIC X(21).
  05 FILLER PIC X.
  05 AUD-USER-ID PIC X(8).
  05 FILLER PIC X.
  05 AUD-ACTION PIC X.
  05 FILLER PIC X.
  05 AUD-CODE PIC 9999.
  05 FILLER PIC X.
  05 AUD-NEW-CODE PIC 9999.
  05 FILLER PIC X.
  05 AUD-EFF-DATE PIC X(8).
  05 FILLER PIC X.
  05 AUD-EXP-DATE PIC X(8).
  05 FILLER PIC X.
  05 AUD-RESULT-TXT PIC X(30).
  05 FILLER PIC X.
  05 AUD-APPROVER-ID PIC X(8).
FD PRODUCT-MASTER-FILE.
01 PRODUCT-MASTER-RECORD.
  05 PM-CODE PIC 9999.
  05 PM-EFFECTIVE-DATE PIC 9(8).
  05 PM-EXPIRY-DATE PIC 9(8).
FD PRODUCT-BASELINE-FILE.
*> the master as it stood before the first PRODAUDT record, in the
*> PRODMAST layout - absent means the trail starts from an empty
*> master.
01 PRODUCT-BASELINE-RECORD.
  05 PB-CODE PIC 9999.
  05 PB-EFFECTIVE-DATE PIC 9(8).
  05 PB-EXPIRY-DATE PIC 9(8).
FD PRODUCT-SNAPSHOT-FILE.
01 PRODUCT-SNAPSHOT-RECORD.
  05 PS-CODE PIC 9999.
  05 PS-EFFECTIVE-DATE PIC 9(8).
  05 PS-EXPIRY-DATE PIC 9(8).
FD AS-OF-REPORT-FILE.
01 AS-OF-REPORT-LINE PIC X(132).
FD CODE-HISTORY-FILE.
01 CODE-HISTORY-LINE PIC X(132).
WORKING-STORAGE SECTION.
01 REPLAY-CONTROL-FIELDS.
  05 CONTROL-FILE-STATUS PIC XX VALUE SPACES.
  05 AUDIT-FILE-STATUS PIC XX VALUE SPACES.
  05 MASTER-FILE-STATUS PIC XX VALUE SPACES.
  05 BASELINE-FILE-STATUS PIC XX VALUE SPACES.
  05 SNAPSHOT-FILE-STATUS PIC XX VALUE SPACES.
  05 REPORT-FILE-STATUS PIC XX VALUE SPACES.
  05 HISTORY-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-AUDIT-SWITCH PIC X VALUE "N".
    88 END-OF-AUDIT VALUE "Y".
  05 END-OF-MASTER-SWITCH PIC X VALUE "N".
    88 END-OF-MASTER VALUE "Y".
  05 END-OF-BASELINE-SWITCH PIC X VALUE "N".
    88 END-OF-BASELINE VALUE "Y".
  05 SNAPSHOT-TAKEN-SWITCH PIC X VALUE "N".
    88 SNAPSHOT-TAKEN VALUE "Y".
  05 TABLE-OVERFLOW-SWITCH PIC X VALUE "N".
    88 TABLE-OVERFLOW VALUE "Y".
  05 REPORT-RUN-DATE PIC X(21) VALUE SPACES.
  05 AS-OF-TIMESTAMP PIC X(16) VALUE SPACES.
  05 AS-OF-DATE PIC 9(8) VALUE ZERO.
  05 AUDIT-RECORDS-READ PIC 9(7) VALUE ZERO.
  05 AUDIT-RECORDS-APPLIED PIC 9(7) VALUE ZERO.
  05 AUDIT-RECORDS-BEFORE-AS-OF PIC 9(7) VALUE ZERO.
  05 BASELINE-RECORD-COUNT PIC 999 VALUE ZERO.
  05 DIFFERENCE-COUNT PIC 9(5) VALUE ZERO.
  05 DIVERGENCE-COUNT PIC 9(5) VALUE ZERO.
  05 EVENTS-DROPPED-COUNT PIC 9(5) VALUE ZERO.

*> the master being rebuilt, kept in ascending code order exactly as
*> PRODMNT keeps it, so every audited action lands the same way.
01 REPLAY-TABLE-FIELDS.
  05 REPLAY-ENTRY-COUNT PIC 999 VALUE ZERO.
  05 REPLAY-TABLE-ENTRY OCCURS 500 TIMES.
    10 REPLAY-CODE-ENTRY PIC 9999.
    10 REPLAY-EFF-DATE-ENTRY PIC 9(8).
    10 REPLAY-EXP-DATE-ENTRY PIC 9(8).
  05 REPLAY-SUB PIC 999 VALUE ZERO.
  05 REPLAY-INSERT-SUB PIC 999 VALUE ZERO.
  05 REPLAY-SHIFT-SUB PIC 999 VALUE ZERO.
  05 REPLAY-CODE-FOUND-SWITCH PIC X VALUE "N".
    88 REPLAY-CODE-FOUND VALUE "Y".
*> the replay table frozen at the requested timestamp.
01 SNAPSHOT-TABLE-FIELDS.
  05 SNAPSHOT-ENTRY-COUNT PIC 999 VALUE ZERO.
  05 SNAPSHOT-TABLE-ENTRY OCCURS 500 TIMES.
    10 SNAPSHOT-CODE-ENTRY PIC 9999.
    10 SNAPSHOT-EFF-DATE-ENTRY PIC 9(8).
    10 SNAPSHOT-EXP-DATE-ENTRY PIC 9(8).
  05 SNAPSHOT-SUB PIC 999 VALUE ZERO.
  05 SNAPSHOT-CODE-FOUND-SWITCH PIC X VALUE "N".
    88 SNAPSHOT-CODE-FOUND VALUE "Y".
*> today's PRODMAST as it actually is on disk.
01 CURRENT-TABLE-FIELDS.
  05 CURRENT-ENTRY-COUNT PIC 999 VALUE ZERO.
  05 CURRENT-TABLE-ENTRY OCCURS 500 TIMES.
    10 CURRENT-CODE-ENTRY PIC 9999.
    10 CURRENT-EFF-DATE-ENTRY PIC 9(8).
    10 CURRENT-EXP-DATE-ENTRY PIC 9(8).
  05 CURRENT-SUB PIC 999 VALUE ZERO.
  05 CURRENT-CODE-FOUND-SWITCH PIC X VALUE "N".
    88 CURRENT-CODE-FOUND VALUE "Y".
01 REPLAY-WORK-FIELDS.
  05 SEARCH-CODE PIC 9999 VALUE ZERO.
  05 EFF-DATE-WORK PIC 9(8) VALUE ZERO.
  05 EXP-DATE-WORK PIC 9(8) VALUE ZERO.

*> every applied action per code, in trail order, for the lifetime
*> history; a replace is one event under each of its two codes.
01 CODE-EVENT-TABLE.
  05 EVENT-COUNT PIC 9(4) VALUE ZERO.
  05 CODE-EVENT OCCURS 2000 TIMES.
    10 EV-CODE PIC 9999.
    10 EV-TIMESTAMP PIC X(21).
    10 EV-USER-ID PIC X(8).
    10 EV-APPROVER-ID PIC X(8).
    10 EV-EVENT-TEXT PIC X(20).
    10 EV-OTHER-CODE PIC X(4).
    10 EV-EFF-DATE PIC X(8).
    10 EV-EXP-DATE PIC X(8).
  05 EVENT-SUB PIC 9(4) VALUE ZERO.
*> the distinct codes the history covers, ascending.
01 HISTORY-CODE-TABLE.
  05 HISTORY-CODE-COUNT PIC 9(4) VALUE ZERO.
  05 HISTORY-CODE-ENTRY PIC 9999 OCCURS 1000 TIMES.
  05 HISTORY-SUB PIC 9(4) VALUE ZERO.
  05 HISTORY-INSERT-SUB PIC 9(4) VALUE ZERO.
  05 HISTORY-SHIFT-SUB PIC 9(4) VALUE ZERO.
  05 HISTORY-CODE-FOUND-SWITCH PIC X VALUE "N".
    88 HISTORY-CODE-FOUND VALUE "Y".
01 EVENT-BUILD-FIELDS.
  05 EB-TIMESTAMP PIC X(21).
  05 EB-USER-ID PIC X(8).
  05 EB-APPROVER-ID PIC X(8).
  05 EB-CODE PIC 9999.
  05 EB-EVENT-TEXT PIC X(20).
  05 EB-OTHER-CODE PIC X(4).
  05 EB-EFF-DATE PIC X(8).
  05 EB-EXP-DATE PIC X(8).

01 REPORT-PRINT-LINES.
  05 REPORT-HEADER-LINE.
    10 FILLER PIC X(42)
        VALUE "PRODASOF - PRODMAST REBUILT FROM PRODAUDT".
    10 FILLER PIC X(10) VALUE "RUN DATE: ".
    10 RHL-RUN-DATE PIC X(21).
  05 HISTORY-HEADER-LINE.
    10 FILLER PIC X(42)
        VALUE "PRODASOF - PRODUCT CODE LIFETIME HISTORY  ".
    10 FILLER PIC X(10) VALUE "RUN DATE: ".
    10 HHL-RUN-DATE PIC X(21).
  05 REPORT-RULE-LINE PIC X(132) VALUE ALL "=".
  05 AS-OF-IDENT-LINE.
    10 FILLER PIC X(22) VALUE "MASTER AS IT STOOD AT ".
    10 AIL-AS-OF-TIMESTAMP PIC X(16).
    10 FILLER PIC X(23) VALUE "   AUDIT RECORDS READ: ".
    10 AIL-READ-COUNT PIC Z(6)9.
    10 FILLER PIC X(15) VALUE "   APPLIED:    ".
    10 AIL-APPLIED-COUNT PIC Z(6)9.
    10 FILLER PIC X(19) VALUE "   UP TO THE TIME: ".
    10 AIL-BEFORE-COUNT PIC Z(6)9.
  05 SECTION-HEADER-LINE.
    10 SHL-SECTION-TEXT PIC X(80).
  05 SNAPSHOT-DETAIL-LINE.
    10 FILLER PIC X(7) VALUE "  CODE ".
    10 SDL-CODE PIC 9999.
    10 FILLER PIC X(6) VALUE "  EFF ".
    10 SDL-EFF-DATE PIC 9(8).
    10 FILLER PIC X(6) VALUE "  EXP ".
    10 SDL-EXP-DATE PIC 9(8).
    10 FILLER PIC XX VALUE SPACES.
    10 SDL-ACTIVE-TEXT PIC X(30).
  05 DIFFERENCE-DETAIL-LINE.
    10 FILLER PIC X(7) VALUE "  CODE ".
    10 DFL-CODE PIC 9999.
    10 FILLER PIC XX VALUE SPACES.
    10 DFL-DIFFERENCE-TEXT PIC X(28).
    10 FILLER PIC X(6) VALUE "THEN: ".
    10 DFL-THEN-VALUE PIC X(22).
    10 FILLER PIC X(6) VALUE " NOW: ".
    10 DFL-NOW-VALUE PIC X(22).
  05 TRAIL-PROBLEM-LINE.
    10 FILLER PIC X(4) VALUE "  AT".
    10 FILLER PIC X VALUE SPACE.
    10 TPL-TIMESTAMP PIC X(21).
    10 FILLER PIC X(6) VALUE " USER ".
    10 TPL-USER-ID PIC X(8).
    10 FILLER PIC X(8) VALUE " ACTION ".
    10 TPL-ACTION PIC X.
    10 FILLER PIC X(6) VALUE " CODE ".
    10 TPL-CODE PIC 9999.
    10 FILLER PIC XX VALUE SPACES.
    10 TPL-PROBLEM-TEXT PIC X(50).
  05 MESSAGE-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 ML-MESSAGE-TEXT PIC X(100).
  05 TOTAL-LINE.
    10 FILLER PIC X(20) VALUE "CODES AT THE TIME:  ".
    10 TL-SNAPSHOT-COUNT PIC ZZ9.
    10 FILLER PIC X(18) VALUE "   CODES TODAY:   ".
    10 TL-CURRENT-COUNT PIC ZZ9.
    10 FILLER PIC X(18) VALUE "   DIFFERENCES:   ".
    10 TL-DIFFERENCE-COUNT PIC ZZZZ9.
    10 FILLER PIC X(18) VALUE "   DIVERGENCES:   ".
    10 TL-DIVERGENCE-COUNT PIC ZZZZ9.
  05 HISTORY-CODE-LINE.
    10 FILLER PIC X(5) VALUE "CODE ".
    10 HCL-CODE PIC 9999.
    10 FILLER PIC XX VALUE SPACES.
    10 HCL-STATUS-TEXT PIC X(40).
  05 HISTORY-EVENT-LINE.
    10 FILLER PIC X(4) VALUE SPACES.
    10 HEL-TIMESTAMP PIC X(21).
    10 FILLER PIC X(6) VALUE " USER ".
    10 HEL-USER-ID PIC X(8).
    10 HEL-APPROVER-LABEL PIC X(6).
    10 HEL-APPROVER-ID PIC X(8).
    10 FILLER PIC XX VALUE SPACES.
    10 HEL-EVENT-TEXT PIC X(20).
    10 FILLER PIC X VALUE SPACE.
    10 HEL-OTHER-CODE PIC X(4).
    10 HEL-EFF-LABEL PIC X(6).
    10 HEL-EFF-DATE PIC X(8).
    10 HEL-EXP-LABEL PIC X(6).
    10 HEL-EXP-DATE PIC X(8).
  05 BLANK-PRINT-LINE PIC X(132) VALUE SPACES.
01 DATE-PAIR-TEXT.
  05 DPT-EFF-DATE PIC 9(8).
  05 FILLER PIC X(3) VALUE " - ".
  05 DPT-EXP-DATE PIC 9(8).
  05 FILLER PIC X(3) VALUE SPACES.
PROCEDURE DIVISION.
*> auditors ask which product codes were active when BRANCHCOVERAGE
*> ran on a given date; today's PRODMAST and the one PRODBKUP
*> before-image cannot say.  PRODAUDT can: every applied maintenance
*> action is on it, in order.  Replaying it from the baseline rebuilds
*> the master as it stood at the ASOFCTL timestamp (PRODSNAP, in the
*> PRODMAST layout) and, replayed to the end, must arrive at today's
*> PRODMAST.  PRODASRP lists the snapshot with each code's activity
*> on the as-of date, what changed since, and every point where the
*> trail and the master part company - an action that does not fit
*> the rebuilt master, or a final master different from the real one
*> - because that means the master was changed outside PRODMNT.
*> PRODHIST gives each code's lifetime history.  RC 4 = divergence
*> found, RC 8 = the replay could not be made.
0000-MAINLINE.
MOVE FUNCTION CURRENT-DATE TO REPORT-RUN-DATE.
PERFORM 1000-READ-AS-OF-CONTROL.
PERFORM 1500-LOAD-CURRENT-MASTER.
PERFORM 2000-LOAD-BASELINE.
OPEN OUTPUT AS-OF-REPORT-FILE.
IF REPORT-FILE-STATUS NOT = "00" THEN
  DISPLAY "PRODASOF: CANNOT OPEN PRODASRP - STATUS " REPORT-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE REPORT-RUN-DATE TO RHL-RUN-DATE.
WRITE AS-OF-REPORT-LINE FROM REPORT-HEADER-LINE.
WRITE AS-OF-REPORT-LINE FROM REPORT-RULE-LINE.
MOVE "TRAIL ACTIONS THAT DO NOT FIT THE REBUILT MASTER"
  TO SHL-SECTION-TEXT.
WRITE AS-OF-REPORT-LINE FROM SECTION-HEADER-LINE.
PERFORM 3000-REPLAY-AUDIT-TRAIL.
IF TABLE-OVERFLOW THEN
  MOVE "REBUILT MASTER EXCEEDS 500 CODES - REPLAY ABANDONED"
    TO ML-MESSAGE-TEXT
  WRITE AS-OF-REPORT-LINE FROM MESSAGE-LINE
  CLOSE AS-OF-REPORT-FILE
  DISPLAY "PRODASOF: REBUILT MASTER EXCEEDS 500 CODES"
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE AS-OF-TIMESTAMP TO AIL-AS-OF-TIMESTAMP.
MOVE AUDIT-RECORDS-READ TO AIL-READ-COUNT.
MOVE AUDIT-RECORDS-APPLIED TO AIL-APPLIED-COUNT.
MOVE AUDIT-RECORDS-BEFORE-AS-OF TO AIL-BEFORE-COUNT.
WRITE AS-OF-REPORT-LINE FROM BLANK-PRINT-LINE.
WRITE AS-OF-REPORT-LINE FROM AS-OF-IDENT-LINE.
PERFORM 4000-WRITE-SNAPSHOT.
PERFORM 5000-REPORT-CHANGES-SINCE.
PERFORM 6000-REPORT-DIVERGENCE.
WRITE AS-OF-REPORT-LINE FROM BLANK-PRINT-LINE.
MOVE SNAPSHOT-ENTRY-COUNT TO TL-SNAPSHOT-COUNT.
MOVE CURRENT-ENTRY-COUNT TO TL-CURRENT-COUNT.
MOVE DIFFERENCE-COUNT TO TL-DIFFERENCE-COUNT.
MOVE DIVERGENCE-COUNT TO TL-DIVERGENCE-COUNT.
WRITE AS-OF-REPORT-LINE FROM TOTAL-LINE.
CLOSE AS-OF-REPORT-FILE.
PERFORM 7000-WRITE-CODE-HISTORY.
IF EVENTS-DROPPED-COUNT > 0 THEN
  DISPLAY "PRODASOF: " EVENTS-DROPPED-COUNT
    " EVENTS BEYOND THE 2000-ENTRY TABLE LEFT OUT OF PRODHIST"
END-IF.
DISPLAY "PRODASOF: " SNAPSHOT-ENTRY-COUNT " CODES ON PRODMAST AT "
  AS-OF-TIMESTAMP ", " DIFFERENCE-COUNT " CHANGED SINCE".
IF DIVERGENCE-COUNT > 0 THEN
  DISPLAY "PRODASOF: " DIVERGENCE-COUNT
    " POINTS WHERE PRODAUDT AND PRODMAST DISAGREE - SEE PRODASRP"
  MOVE 4 TO RETURN-CODE
ELSE
  MOVE 0 TO RETURN-CODE
END-IF.
STOP RUN.

*> blank trailing positions are filled with 9s, so a date alone (or a
*> date and hour) takes in everything stamped on that date (or hour).
1000-READ-AS-OF-CONTROL.
OPEN INPUT AS-OF-CONTROL-FILE.
IF CONTROL-FILE-STATUS NOT = "00" THEN
  DISPLAY "PRODASOF: ASOFCTL NOT AVAILABLE - STATUS "
    CONTROL-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
READ AS-OF-CONTROL-FILE
  AT END
    MOVE SPACES TO ASC-TIMESTAMP
END-READ.
CLOSE AS-OF-CONTROL-FILE.
MOVE ASC-TIMESTAMP TO AS-OF-TIMESTAMP.
IF AS-OF-TIMESTAMP (1:8) IS NOT NUMERIC THEN
  DISPLAY "PRODASOF: ASOFCTL SUPPLIED NO VALID AS-OF DATE"
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
INSPECT AS-OF-TIMESTAMP REPLACING ALL SPACE BY "9".
IF AS-OF-TIMESTAMP IS NOT NUMERIC THEN
  DISPLAY "PRODASOF: ASOFCTL AS-OF TIMESTAMP NOT NUMERIC - "
    ASC-TIMESTAMP
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE AS-OF-TIMESTAMP (1:8) TO AS-OF-DATE.

1500-LOAD-CURRENT-MASTER.
OPEN INPUT PRODUCT-MASTER-FILE.
IF MASTER-FILE-STATUS NOT = "00" THEN
  DISPLAY "PRODASOF: PRODMAST NOT AVAILABLE - STATUS "
    MASTER-FILE-STATUS " - COMPARING WITH AN EMPTY MASTER"
ELSE
  PERFORM 1510-LOAD-ONE-CURRENT-RECORD
    UNTIL END-OF-MASTER OR TABLE-OVERFLOW
  CLOSE PRODUCT-MASTER-FILE
END-IF.
IF TABLE-OVERFLOW THEN
  DISPLAY "PRODASOF: PRODMAST HOLDS MORE THAN 500 CODES"
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.

*> undated records load with the open-ended default pair, as
*> PRODMNT loads them.
1510-LOAD-ONE-CURRENT-RECORD.
READ PRODUCT-MASTER-FILE
  AT END
    SET END-OF-MASTER TO TRUE
  NOT AT END
    IF CURRENT-ENTRY-COUNT >= 500 THEN
      SET TABLE-OVERFLOW TO TRUE
    ELSE
      ADD 1 TO CURRENT-ENTRY-COUNT
      MOVE PM-CODE TO CURRENT-CODE-ENTRY (CURRENT-ENTRY-COUNT)
      IF PM-EFFECTIVE-DATE IS NUMERIC THEN
        MOVE PM-EFFECTIVE-DATE
          TO CURRENT-EFF-DATE-ENTRY (CURRENT-ENTRY-COUNT)
      ELSE
        MOVE 00010101 TO CURRENT-EFF-DATE-ENTRY (CURRENT-ENTRY-COUNT)
      END-IF
      IF PM-EXPIRY-DATE IS NUMERIC THEN
        MOVE PM-EXPIRY-DATE
          TO CURRENT-EXP-DATE-ENTRY (CURRENT-ENTRY-COUNT)
      ELSE
        MOVE 99991231 TO CURRENT-EXP-DATE-ENTRY (CURRENT-ENTRY-COUNT)
      END-IF
    END-IF
END-READ.

*> the baseline seeds the replay table; each of its codes opens that
*> code's history.
2000-LOAD-BASELINE.
OPEN INPUT PRODUCT-BASELINE-FILE.
IF BASELINE-FILE-STATUS = "00" THEN
  PERFORM 2010-LOAD-ONE-BASELINE-RECORD
    UNTIL END-OF-BASELINE OR TABLE-OVERFLOW
  CLOSE PRODUCT-BASELINE-FILE
  DISPLAY "PRODASOF: REPLAY STARTS FROM PRODBASE - "
    BASELINE-RECORD-COUNT " CODES"
ELSE
  DISPLAY "PRODASOF: NO PRODBASE - REPLAY STARTS FROM AN EMPTY MASTER"
END-IF.
IF TABLE-OVERFLOW THEN
  DISPLAY "PRODASOF: PRODBASE HOLDS MORE THAN 500 CODES"
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.

2010-LOAD-ONE-BASELINE-RECORD.
READ PRODUCT-BASELINE-FILE
  AT END
    SET END-OF-BASELINE TO TRUE
  NOT AT END
    ADD 1 TO BASELINE-RECORD-COUNT
    MOVE PB-CODE TO SEARCH-CODE
    IF PB-EFFECTIVE-DATE IS NUMERIC THEN
      MOVE PB-EFFECTIVE-DATE TO EFF-DATE-WORK
    ELSE
      MOVE 00010101 TO EFF-DATE-WORK
    END-IF
    IF PB-EXPIRY-DATE IS NUMERIC THEN
      MOVE PB-EXPIRY-DATE TO EXP-DATE-WORK
    ELSE
      MOVE 99991231 TO EXP-DATE-WORK
    END-IF
    PERFORM 3400-FIND-REPLAY-CODE
    IF NOT REPLAY-CODE-FOUND THEN
      PERFORM 3500-INSERT-REPLAY-CODE
    END-IF
    MOVE SPACES TO EB-TIMESTAMP
    MOVE "PRODBASE" TO EB-USER-ID
    MOVE SPACES TO EB-APPROVER-ID
    MOVE PB-CODE TO EB-CODE
    MOVE "ON BASELINE" TO EB-EVENT-TEXT
    MOVE SPACES TO EB-OTHER-CODE
    MOVE EFF-DATE-WORK TO EB-EFF-DATE
    MOVE EXP-DATE-WORK TO EB-EXP-DATE
    PERFORM 3700-RECORD-CODE-EVENT
END-READ.

3000-REPLAY-AUDIT-TRAIL.
OPEN INPUT PRODUCT-AUDIT-FILE.
IF AUDIT-FILE-STATUS NOT = "00" THEN
  DISPLAY "PRODASOF: PRODAUDT NOT AVAILABLE - STATUS "
    AUDIT-FILE-STATUS
  MOVE "PRODAUDT NOT AVAILABLE - NOTHING REPLAYED" TO ML-MESSAGE-TEXT
  WRITE AS-OF-REPORT-LINE FROM MESSAGE-LINE
ELSE
  PERFORM 3100-REPLAY-ONE-AUDIT-RECORD
    UNTIL END-OF-AUDIT OR TABLE-OVERFLOW
  CLOSE PRODUCT-AUDIT-FILE
END-IF.
IF NOT SNAPSHOT-TAKEN THEN
  PERFORM 3300-TAKE-SNAPSHOT
END-IF.

*> only actions PRODMNT actually applied change the master; rejected
*> and list actions are on the trail too and are passed over.
3100-REPLAY-ONE-AUDIT-RECORD.
READ PRODUCT-AUDIT-FILE
  AT END
    SET END-OF-AUDIT TO TRUE
  NOT AT END
    ADD 1 TO AUDIT-RECORDS-READ
    MOVE AUD-TIMESTAMP TO EB-TIMESTAMP
    MOVE AUD-USER-ID TO EB-USER-ID
    MOVE AUD-APPROVER-ID TO EB-APPROVER-ID
    IF NOT SNAPSHOT-TAKEN
      AND AUD-TIMESTAMP (1:16) > AS-OF-TIMESTAMP THEN
      PERFORM 3300-TAKE-SNAPSHOT
    END-IF
    IF NOT SNAPSHOT-TAKEN THEN
      ADD 1 TO AUDIT-RECORDS-BEFORE-AS-OF
    END-IF
    PERFORM 3150-DEFAULT-AUDIT-DATES
    EVALUATE TRUE
      WHEN AUD-ACTION = "A" AND AUD-RESULT-TXT = "ADDED"
        PERFORM 3210-REPLAY-ADD
      WHEN AUD-ACTION = "D" AND AUD-RESULT-TXT = "DELETED"
        PERFORM 3220-REPLAY-DELETE
      WHEN AUD-ACTION = "R" AND AUD-RESULT-TXT = "REPLACED"
        PERFORM 3230-REPLAY-REPLACE
      WHEN AUD-ACTION = "E" AND AUD-RESULT-TXT = "REDATED"
        PERFORM 3240-REPLAY-REDATE
      WHEN AUD-ACTION = "X"
        PERFORM 3250-REPLAY-RESTORE-CLEAR
      WHEN AUD-ACTION = "S" AND AUD-RESULT-TXT = "RESTORED"
        PERFORM 3260-REPLAY-RESTORED-CODE
      WHEN OTHER
        CONTINUE
    END-EVALUATE
END-READ.

*> the same blank-date defaults PRODMNT applied when it took the
*> action.
3150-DEFAULT-AUDIT-DATES.
IF AUD-EFF-DATE IS NUMERIC THEN
  MOVE AUD-EFF-DATE TO EFF-DATE-WORK
ELSE
  MOVE 00010101 TO EFF-DATE-WORK
END-IF.
IF AUD-EXP-DATE IS NUMERIC THEN
  MOVE AUD-EXP-DATE TO EXP-DATE-WORK
ELSE
  MOVE 99991231 TO EXP-DATE-WORK
END-IF.

3210-REPLAY-ADD.
ADD 1 TO AUDIT-RECORDS-APPLIED.
MOVE AUD-CODE TO SEARCH-CODE.
PERFORM 3400-FIND-REPLAY-CODE.
IF REPLAY-CODE-FOUND THEN
  MOVE "ADDED BUT ALREADY ON THE REBUILT MASTER" TO TPL-PROBLEM-TEXT
  PERFORM 3800-REPORT-TRAIL-PROBLEM
  MOVE EFF-DATE-WORK TO REPLAY-EFF-DATE-ENTRY (REPLAY-SUB)
  MOVE EXP-DATE-WORK TO REPLAY-EXP-DATE-ENTRY (REPLAY-SUB)
ELSE
  PERFORM 3500-INSERT-REPLAY-CODE
END-IF.
MOVE AUD-CODE TO EB-CODE.
MOVE "ADDED" TO EB-EVENT-TEXT.
MOVE SPACES TO EB-OTHER-CODE.
MOVE EFF-DATE-WORK TO EB-EFF-DATE.
MOVE EXP-DATE-WORK TO EB-EXP-DATE.
PERFORM 3700-RECORD-CODE-EVENT.

3220-REPLAY-DELETE.
ADD 1 TO AUDIT-RECORDS-APPLIED.
MOVE AUD-CODE TO SEARCH-CODE.
PERFORM 3400-FIND-REPLAY-CODE.
IF REPLAY-CODE-FOUND THEN
  PERFORM 3600-REMOVE-REPLAY-CODE
ELSE
  MOVE "DELETED BUT NOT ON THE REBUILT MASTER" TO TPL-PROBLEM-TEXT
  PERFORM 3800-REPORT-TRAIL-PROBLEM
END-IF.
MOVE AUD-CODE TO EB-CODE.
MOVE "DELETED" TO EB-EVENT-TEXT.
MOVE SPACES TO EB-OTHER-CODE.
MOVE SPACES TO EB-EFF-DATE.
MOVE SPACES TO EB-EXP-DATE.
PERFORM 3700-RECORD-CODE-EVENT.

*> delete of the old code plus an ordered insert of the new one,
*> carrying the transaction's dates - PRODMNT's replace.
3230-REPLAY-REPLACE.
ADD 1 TO AUDIT-RECORDS-APPLIED.
MOVE AUD-CODE TO SEARCH-CODE.
PERFORM 3400-FIND-REPLAY-CODE.
IF REPLAY-CODE-FOUND THEN
  PERFORM 3600-REMOVE-REPLAY-CODE
ELSE
  MOVE "REPLACED BUT NOT ON THE REBUILT MASTER" TO TPL-PROBLEM-TEXT
  PERFORM 3800-REPORT-TRAIL-PROBLEM
END-IF.
MOVE AUD-NEW-CODE TO SEARCH-CODE.
PERFORM 3400-FIND-REPLAY-CODE.
IF REPLAY-CODE-FOUND THEN
  MOVE "REPLACEMENT CODE ALREADY ON THE REBUILT MASTER"
    TO TPL-PROBLEM-TEXT
  PERFORM 3800-REPORT-TRAIL-PROBLEM
  MOVE EFF-DATE-WORK TO REPLAY-EFF-DATE-ENTRY (REPLAY-SUB)
  MOVE EXP-DATE-WORK TO REPLAY-EXP-DATE-ENTRY (REPLAY-SUB)
ELSE
  PERFORM 3500-INSERT-REPLAY-CODE
END-IF.
MOVE AUD-CODE TO EB-CODE.
MOVE "REPLACED BY" TO EB-EVENT-TEXT.
MOVE AUD-NEW-CODE TO EB-OTHER-CODE.
MOVE SPACES TO EB-EFF-DATE.
MOVE SPACES TO EB-EXP-DATE.
PERFORM 3700-RECORD-CODE-EVENT.
MOVE AUD-NEW-CODE TO EB-CODE.
MOVE "REPLACES" TO EB-EVENT-TEXT.
MOVE AUD-CODE TO EB-OTHER-CODE.
MOVE EFF-DATE-WORK TO EB-EFF-DATE.
MOVE EXP-DATE-WORK TO EB-EXP-DATE.
PERFORM 3700-RECORD-CODE-EVENT.

3240-REPLAY-REDATE.
ADD 1 TO AUDIT-RECORDS-APPLIED.
MOVE AUD-CODE TO SEARCH-CODE.
PERFORM 3400-FIND-REPLAY-CODE.
IF REPLAY-CODE-FOUND THEN
  MOVE EFF-DATE-WORK TO REPLAY-EFF-DATE-ENTRY (REPLAY-SUB)
  MOVE EXP-DATE-WORK TO REPLAY-EXP-DATE-ENTRY (REPLAY-SUB)
ELSE
  MOVE "RE-DATED BUT NOT ON THE REBUILT MASTER" TO TPL-PROBLEM-TEXT
  PERFORM 3800-REPORT-TRAIL-PROBLEM
END-IF.
MOVE AUD-CODE TO EB-CODE.
MOVE "RE-DATED" TO EB-EVENT-TEXT.
MOVE SPACES TO EB-OTHER-CODE.
MOVE EFF-DATE-WORK TO EB-EFF-DATE.
MOVE EXP-DATE-WORK TO EB-EXP-DATE.
PERFORM 3700-RECORD-CODE-EVENT.

*> a PRODMNT restore clears the master and puts the PRODBKUP codes
*> back one "S" record at a time; every code on the rebuilt master
*> at the clear gets a history line, restored or not.
3250-REPLAY-RESTORE-CLEAR.
ADD 1 TO AUDIT-RECORDS-APPLIED.
MOVE "CLEARED BY RESTORE" TO EB-EVENT-TEXT.
MOVE SPACES TO EB-OTHER-CODE.
MOVE SPACES TO EB-EFF-DATE.
MOVE SPACES TO EB-EXP-DATE.
MOVE 1 TO REPLAY-SUB.
PERFORM 3255-RECORD-ONE-CLEARED-CODE
  UNTIL REPLAY-SUB > REPLAY-ENTRY-COUNT.
MOVE 0 TO REPLAY-ENTRY-COUNT.

3255-RECORD-ONE-CLEARED-CODE.
MOVE REPLAY-CODE-ENTRY (REPLAY-SUB) TO EB-CODE.
PERFORM 3700-RECORD-CODE-EVENT.
ADD 1 TO REPLAY-SUB.

3260-REPLAY-RESTORED-CODE.
ADD 1 TO AUDIT-RECORDS-APPLIED.
MOVE AUD-CODE TO SEARCH-CODE.
PERFORM 3400-FIND-REPLAY-CODE.
IF REPLAY-CODE-FOUND THEN
  MOVE EFF-DATE-WORK TO REPLAY-EFF-DATE-ENTRY (REPLAY-SUB)
  MOVE EXP-DATE-WORK TO REPLAY-EXP-DATE-ENTRY (REPLAY-SUB)
ELSE
  PERFORM 3500-INSERT-REPLAY-CODE
END-IF.
MOVE AUD-CODE TO EB-CODE.
MOVE "RESTORED" TO EB-EVENT-TEXT.
MOVE SPACES TO EB-OTHER-CODE.
MOVE EFF-DATE-WORK TO EB-EFF-DATE.
MOVE EXP-DATE-WORK TO EB-EXP-DATE.
PERFORM 3700-RECORD-CODE-EVENT.

3300-TAKE-SNAPSHOT.
SET SNAPSHOT-TAKEN TO TRUE.
MOVE REPLAY-ENTRY-COUNT TO SNAPSHOT-ENTRY-COUNT.
MOVE 1 TO REPLAY-SUB.
PERFORM 3310-COPY-ONE-SNAPSHOT-ENTRY
  UNTIL REPLAY-SUB > REPLAY-ENTRY-COUNT.

3310-COPY-ONE-SNAPSHOT-ENTRY.
MOVE REPLAY-TABLE-ENTRY (REPLAY-SUB)
  TO SNAPSHOT-TABLE-ENTRY (REPLAY-SUB).
ADD 1 TO REPLAY-SUB.

3400-FIND-REPLAY-CODE.
MOVE "N" TO REPLAY-CODE-FOUND-SWITCH.
MOVE 1 TO REPLAY-SUB.
PERFORM 3410-CHECK-ONE-REPLAY-ENTRY
  UNTIL REPLAY-CODE-FOUND OR REPLAY-SUB > REPLAY-ENTRY-COUNT.

3410-CHECK-ONE-REPLAY-ENTRY.
IF REPLAY-CODE-ENTRY (REPLAY-SUB) = SEARCH-CODE THEN
  SET REPLAY-CODE-FOUND TO TRUE
ELSE
  ADD 1 TO REPLAY-SUB
END-IF.

*> the tail shifts right and SEARCH-CODE drops in place, keeping the
*> table in ascending code order.
3500-INSERT-REPLAY-CODE.
IF REPLAY-ENTRY-COUNT >= 500 THEN
  SET TABLE-OVERFLOW TO TRUE
ELSE
  MOVE REPLAY-ENTRY-COUNT TO REPLAY-INSERT-SUB
  ADD 1 TO REPLAY-INSERT-SUB
  PERFORM 3510-STEP-INSERT-POSITION
    UNTIL REPLAY-INSERT-SUB = 1
       OR REPLAY-CODE-ENTRY (REPLAY-INSERT-SUB - 1) < SEARCH-CODE
  MOVE REPLAY-ENTRY-COUNT TO REPLAY-SHIFT-SUB
  PERFORM 3520-SHIFT-ONE-ENTRY-RIGHT
    UNTIL REPLAY-SHIFT-SUB < REPLAY-INSERT-SUB
  MOVE SEARCH-CODE TO REPLAY-CODE-ENTRY (REPLAY-INSERT-SUB)
  MOVE EFF-DATE-WORK TO REPLAY-EFF-DATE-ENTRY (REPLAY-INSERT-SUB)
  MOVE EXP-DATE-WORK TO REPLAY-EXP-DATE-ENTRY (REPLAY-INSERT-SUB)
  ADD 1 TO REPLAY-ENTRY-COUNT
END-IF.

3510-STEP-INSERT-POSITION.
SUBTRACT 1 FROM REPLAY-INSERT-SUB.

3520-SHIFT-ONE-ENTRY-RIGHT.
MOVE REPLAY-TABLE-ENTRY (REPLAY-SHIFT-SUB)
  TO REPLAY-TABLE-ENTRY (REPLAY-SHIFT-SUB + 1).
SUBTRACT 1 FROM REPLAY-SHIFT-SUB.

3600-REMOVE-REPLAY-CODE.
MOVE REPLAY-SUB TO REPLAY-SHIFT-SUB.
PERFORM 3610-SHIFT-ONE-ENTRY-LEFT
  UNTIL REPLAY-SHIFT-SUB >= REPLAY-ENTRY-COUNT.
SUBTRACT 1 FROM REPLAY-ENTRY-COUNT.

3610-SHIFT-ONE-ENTRY-LEFT.
MOVE REPLAY-TABLE-ENTRY (REPLAY-SHIFT-SUB + 1)
  TO REPLAY-TABLE-ENTRY (REPLAY-SHIFT-SUB).
ADD 1 TO REPLAY-SHIFT-SUB.

*> one history event from the EB- fields; the code goes on the ascending distinct-code list the first time.
3700-RECORD-CODE-EVENT.
IF EVENT-COUNT >= 2000 THEN
  ADD 1 TO EVENTS-DROPPED-COUNT
ELSE
  ADD 1 TO EVENT-COUNT
  MOVE EB-CODE TO EV-CODE (EVENT-COUNT)
  MOVE EB-TIMESTAMP TO EV-TIMESTAMP (EVENT-COUNT)
  MOVE EB-USER-ID TO EV-USER-ID (EVENT-COUNT)
  MOVE EB-APPROVER-ID TO EV-APPROVER-ID (EVENT-COUNT)
  MOVE EB-EVENT-TEXT TO EV-EVENT-TEXT (EVENT-COUNT)
  MOVE EB-OTHER-CODE TO EV-OTHER-CODE (EVENT-COUNT)
  MOVE EB-EFF-DATE TO EV-EFF-DATE (EVENT-COUNT)
  MOVE EB-EXP-DATE TO EV-EXP-DATE (EVENT-COUNT)
  PERFORM 3710-NOTE-HISTORY-CODE
END-IF.

3710-NOTE-HISTORY-CODE.
MOVE "N" TO HISTORY-CODE-FOUND-SWITCH.
MOVE 1 TO HISTORY-SUB.
PERFORM 3720-CHECK-ONE-HISTORY-CODE
  UNTIL HISTORY-CODE-FOUND OR HISTORY-SUB > HISTORY-CODE-COUNT.
IF NOT HISTORY-CODE-FOUND AND HISTORY-CODE-COUNT < 1000 THEN
  MOVE HISTORY-CODE-COUNT TO HISTORY-INSERT-SUB
  ADD 1 TO HISTORY-INSERT-SUB
  PERFORM 3730-STEP-HISTORY-POSITION
    UNTIL HISTORY-INSERT-SUB = 1
       OR HISTORY-CODE-ENTRY (HISTORY-INSERT-SUB - 1) < EB-CODE
  MOVE HISTORY-CODE-COUNT TO HISTORY-SHIFT-SUB
  PERFORM 3740-SHIFT-ONE-HISTORY-CODE
    UNTIL HISTORY-SHIFT-SUB < HISTORY-INSERT-SUB
  MOVE EB-CODE TO HISTORY-CODE-ENTRY (HISTORY-INSERT-SUB)
  ADD 1 TO HISTORY-CODE-COUNT
END-IF.

3720-CHECK-ONE-HISTORY-CODE.
IF HISTORY-CODE-ENTRY (HISTORY-SUB) = EB-CODE THEN
  SET HISTORY-CODE-FOUND TO TRUE
ELSE
  ADD 1 TO HISTORY-SUB
END-IF.

3730-STEP-HISTORY-POSITION.
SUBTRACT 1 FROM HISTORY-INSERT-SUB.

3740-SHIFT-ONE-HISTORY-CODE.
MOVE HISTORY-CODE-ENTRY (HISTORY-SHIFT-SUB)
  TO HISTORY-CODE-ENTRY (HISTORY-SHIFT-SUB + 1).
SUBTRACT 1 FROM HISTORY-SHIFT-SUB.

3800-REPORT-TRAIL-PROBLEM.
MOVE AUD-TIMESTAMP TO TPL-TIMESTAMP.
MOVE AUD-USER-ID TO TPL-USER-ID.
MOVE AUD-ACTION TO TPL-ACTION.
MOVE SEARCH-CODE TO TPL-CODE.
WRITE AS-OF-REPORT-LINE FROM TRAIL-PROBLEM-LINE.
ADD 1 TO DIVERGENCE-COUNT.

*> PRODSNAP carries the rebuilt master in the PRODMAST layout, so it
*> can be fed to BRANCHCOVERAGE to rerun a day as it then stood; the
*> listing marks which codes were date-active on the as-of date.
4000-WRITE-SNAPSHOT.
OPEN OUTPUT PRODUCT-SNAPSHOT-FILE.
IF SNAPSHOT-FILE-STATUS NOT = "00" THEN
  DISPLAY "PRODASOF: CANNOT OPEN PRODSNAP - STATUS "
    SNAPSHOT-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
WRITE AS-OF-REPORT-LINE FROM BLANK-PRINT-LINE.
MOVE "CODES ON THE MASTER AT THE AS-OF TIME" TO SHL-SECTION-TEXT.
WRITE AS-OF-REPORT-LINE FROM SECTION-HEADER-LINE.
MOVE 1 TO SNAPSHOT-SUB.
PERFORM 4100-WRITE-ONE-SNAPSHOT-CODE
  UNTIL SNAPSHOT-SUB > SNAPSHOT-ENTRY-COUNT.
CLOSE PRODUCT-SNAPSHOT-FILE.

4100-WRITE-ONE-SNAPSHOT-CODE.
MOVE SNAPSHOT-CODE-ENTRY (SNAPSHOT-SUB) TO PS-CODE.
MOVE SNAPSHOT-EFF-DATE-ENTRY (SNAPSHOT-SUB) TO PS-EFFECTIVE-DATE.
MOVE SNAPSHOT-EXP-DATE-ENTRY (SNAPSHOT-SUB) TO PS-EXPIRY-DATE.
WRITE PRODUCT-SNAPSHOT-RECORD.
MOVE PS-CODE TO SDL-CODE.
MOVE PS-EFFECTIVE-DATE TO SDL-EFF-DATE.
MOVE PS-EXPIRY-DATE TO SDL-EXP-DATE.
IF PS-EFFECTIVE-DATE <= AS-OF-DATE AND PS-EXPIRY-DATE >= AS-OF-DATE
  MOVE "ACTIVE ON THE AS-OF DATE" TO SDL-ACTIVE-TEXT
ELSE
  MOVE "NOT ACTIVE ON THE AS-OF DATE" TO SDL-ACTIVE-TEXT
END-IF.
WRITE AS-OF-REPORT-LINE FROM SNAPSHOT-DETAIL-LINE.
ADD 1 TO SNAPSHOT-SUB.

*> snapshot against today's master: codes gone since, codes new
*> since, and codes whose dates have moved.
5000-REPORT-CHANGES-SINCE.
WRITE AS-OF-REPORT-LINE FROM BLANK-PRINT-LINE.
MOVE "CHANGES BETWEEN THE AS-OF TIME AND TODAY'S PRODMAST"
  TO SHL-SECTION-TEXT.
WRITE AS-OF-REPORT-LINE FROM SECTION-HEADER-LINE.
MOVE 1 TO SNAPSHOT-SUB.
PERFORM 5100-COMPARE-ONE-SNAPSHOT-CODE
  UNTIL SNAPSHOT-SUB > SNAPSHOT-ENTRY-COUNT.
MOVE 1 TO CURRENT-SUB.
PERFORM 5200-CHECK-ONE-NEW-CODE
  UNTIL CURRENT-SUB > CURRENT-ENTRY-COUNT.

5100-COMPARE-ONE-SNAPSHOT-CODE.
MOVE SNAPSHOT-CODE-ENTRY (SNAPSHOT-SUB) TO SEARCH-CODE.
PERFORM 5300-FIND-CURRENT-CODE.
MOVE SEARCH-CODE TO DFL-CODE.
MOVE SNAPSHOT-EFF-DATE-ENTRY (SNAPSHOT-SUB) TO DPT-EFF-DATE.
MOVE SNAPSHOT-EXP-DATE-ENTRY (SNAPSHOT-SUB) TO DPT-EXP-DATE.
MOVE DATE-PAIR-TEXT TO DFL-THEN-VALUE.
IF NOT CURRENT-CODE-FOUND THEN
  MOVE "REMOVED SINCE" TO DFL-DIFFERENCE-TEXT
  MOVE "NOT ON PRODMAST" TO DFL-NOW-VALUE
  WRITE AS-OF-REPORT-LINE FROM DIFFERENCE-DETAIL-LINE
  ADD 1 TO DIFFERENCE-COUNT
ELSE
  IF CURRENT-EFF-DATE-ENTRY (CURRENT-SUB)
       NOT = SNAPSHOT-EFF-DATE-ENTRY (SNAPSHOT-SUB)
     OR CURRENT-EXP-DATE-ENTRY (CURRENT-SUB)
       NOT = SNAPSHOT-EXP-DATE-ENTRY (SNAPSHOT-SUB) THEN
    MOVE "RE-DATED SINCE" TO DFL-DIFFERENCE-TEXT
    MOVE CURRENT-EFF-DATE-ENTRY (CURRENT-SUB) TO DPT-EFF-DATE
    MOVE CURRENT-EXP-DATE-ENTRY (CURRENT-SUB) TO DPT-EXP-DATE
    MOVE DATE-PAIR-TEXT TO DFL-NOW-VALUE
    WRITE AS-OF-REPORT-LINE FROM DIFFERENCE-DETAIL-LINE
    ADD 1 TO DIFFERENCE-COUNT
  END-IF
END-IF.
ADD 1 TO SNAPSHOT-SUB.

5200-CHECK-ONE-NEW-CODE.
MOVE CURRENT-CODE-ENTRY (CURRENT-SUB) TO SEARCH-CODE.
PERFORM 5400-FIND-SNAPSHOT-CODE.
IF NOT SNAPSHOT-CODE-FOUND THEN
  MOVE SEARCH-CODE TO DFL-CODE
  MOVE "ADDED SINCE" TO DFL-DIFFERENCE-TEXT
  MOVE "NOT ON PRODMAST" TO DFL-THEN-VALUE
  MOVE CURRENT-EFF-DATE-ENTRY (CURRENT-SUB) TO DPT-EFF-DATE
  MOVE CURRENT-EXP-DATE-ENTRY (CURRENT-SUB) TO DPT-EXP-DATE
  MOVE DATE-PAIR-TEXT TO DFL-NOW-VALUE
  WRITE AS-OF-REPORT-LINE FROM DIFFERENCE-DETAIL-LINE
  ADD 1 TO DIFFERENCE-COUNT
END-IF.
ADD 1 TO CURRENT-SUB.

5300-FIND-CURRENT-CODE.
MOVE "N" TO CURRENT-CODE-FOUND-SWITCH.
MOVE 1 TO CURRENT-SUB.
PERFORM 5310-CHECK-ONE-CURRENT-ENTRY
  UNTIL CURRENT-CODE-FOUND OR CURRENT-SUB > CURRENT-ENTRY-COUNT.

5310-CHECK-ONE-CURRENT-ENTRY.
IF CURRENT-CODE-ENTRY (CURRENT-SUB) = SEARCH-CODE THEN
  SET CURRENT-CODE-FOUND TO TRUE
ELSE
  ADD 1 TO CURRENT-SUB
END-IF.

5400-FIND-SNAPSHOT-CODE.
MOVE "N" TO SNAPSHOT-CODE-FOUND-SWITCH.
MOVE 1 TO SNAPSHOT-SUB.
PERFORM 5410-CHECK-ONE-SNAPSHOT-ENTRY
  UNTIL SNAPSHOT-CODE-FOUND OR SNAPSHOT-SUB > SNAPSHOT-ENTRY-COUNT.

5410-CHECK-ONE-SNAPSHOT-ENTRY.
IF SNAPSHOT-CODE-ENTRY (SNAPSHOT-SUB) = SEARCH-CODE THEN
  SET SNAPSHOT-CODE-FOUND TO TRUE
ELSE
  ADD 1 TO SNAPSHOT-SUB
END-IF.

*> the fully replayed trail must be today's master, code for code and
*> date for date; anything else was changed outside PRODMNT.
6000-REPORT-DIVERGENCE.
WRITE AS-OF-REPORT-LINE FROM BLANK-PRINT-LINE.
MOVE "WHERE THE FULLY REPLAYED TRAIL DOES NOT ARRIVE AT TODAY'S PRODMAST"
  TO SHL-SECTION-TEXT.
WRITE AS-OF-REPORT-LINE FROM SECTION-HEADER-LINE.
MOVE 1 TO REPLAY-SUB.
PERFORM 6100-CHECK-ONE-REPLAYED-CODE
  UNTIL REPLAY-SUB > REPLAY-ENTRY-COUNT.
MOVE 1 TO CURRENT-SUB.
PERFORM 6200-CHECK-ONE-MASTER-CODE
  UNTIL CURRENT-SUB > CURRENT-ENTRY-COUNT.

6100-CHECK-ONE-REPLAYED-CODE.
MOVE REPLAY-CODE-ENTRY (REPLAY-SUB) TO SEARCH-CODE.
PERFORM 5300-FIND-CURRENT-CODE.
MOVE SEARCH-CODE TO DFL-CODE.
MOVE REPLAY-EFF-DATE-ENTRY (REPLAY-SUB) TO DPT-EFF-DATE.
MOVE REPLAY-EXP-DATE-ENTRY (REPLAY-SUB) TO DPT-EXP-DATE.
MOVE DATE-PAIR-TEXT TO DFL-THEN-VALUE.
IF NOT CURRENT-CODE-FOUND THEN
  MOVE "DIVERGENCE - MISSING" TO DFL-DIFFERENCE-TEXT
  MOVE "NOT ON PRODMAST" TO DFL-NOW-VALUE
  WRITE AS-OF-REPORT-LINE FROM DIFFERENCE-DETAIL-LINE
  ADD 1 TO DIVERGENCE-COUNT
ELSE
  IF CURRENT-EFF-DATE-ENTRY (CURRENT-SUB)
       NOT = REPLAY-EFF-DATE-ENTRY (REPLAY-SUB)
     OR CURRENT-EXP-DATE-ENTRY (CURRENT-SUB)
       NOT = REPLAY-EXP-DATE-ENTRY (REPLAY-SUB) THEN
    MOVE "DIVERGENCE - DATES DIFFER" TO DFL-DIFFERENCE-TEXT
    MOVE CURRENT-EFF-DATE-ENTRY (CURRENT-SUB) TO DPT-EFF-DATE
    MOVE CURRENT-EXP-DATE-ENTRY (CURRENT-SUB) TO DPT-EXP-DATE
    MOVE DATE-PAIR-TEXT TO DFL-NOW-VALUE
    WRITE AS-OF-REPORT-LINE FROM DIFFERENCE-DETAIL-LINE
    ADD 1 TO DIVERGENCE-COUNT
  END-IF
END-IF.
ADD 1 TO REPLAY-SUB.

6200-CHECK-ONE-MASTER-CODE.
MOVE CURRENT-CODE-ENTRY (CURRENT-SUB) TO SEARCH-CODE.
PERFORM 3400-FIND-REPLAY-CODE.
IF NOT REPLAY-CODE-FOUND THEN
  MOVE SEARCH-CODE TO DFL-CODE
  MOVE "DIVERGENCE - NOT ON TRAIL" TO DFL-DIFFERENCE-TEXT
  MOVE "NOT IN THE REPLAY" TO DFL-THEN-VALUE
  MOVE CURRENT-EFF-DATE-ENTRY (CURRENT-SUB) TO DPT-EFF-DATE
  MOVE CURRENT-EXP-DATE-ENTRY (CURRENT-SUB) TO DPT-EXP-DATE
  MOVE DATE-PAIR-TEXT TO DFL-NOW-VALUE
  WRITE AS-OF-REPORT-LINE FROM DIFFERENCE-DETAIL-LINE
  ADD 1 TO DIVERGENCE-COUNT
END-IF.
ADD 1 TO CURRENT-SUB.

*> per code, ascending: every event in trail order, then where the
*> code stands on today's master.
7000-WRITE-CODE-HISTORY.
OPEN OUTPUT CODE-HISTORY-FILE.
IF HISTORY-FILE-STATUS NOT = "00" THEN
  DISPLAY "PRODASOF: CANNOT OPEN PRODHIST - STATUS "
    HISTORY-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE REPORT-RUN-DATE TO HHL-RUN-DATE.
WRITE CODE-HISTORY-LINE FROM HISTORY-HEADER-LINE.
WRITE CODE-HISTORY-LINE FROM REPORT-RULE-LINE.
MOVE 1 TO HISTORY-SUB.
PERFORM 7100-WRITE-ONE-CODE-HISTORY
  UNTIL HISTORY-SUB > HISTORY-CODE-COUNT.
CLOSE CODE-HISTORY-FILE.

7100-WRITE-ONE-CODE-HISTORY.
MOVE HISTORY-CODE-ENTRY (HISTORY-SUB) TO SEARCH-CODE.
PERFORM 5300-FIND-CURRENT-CODE.
MOVE SEARCH-CODE TO HCL-CODE.
IF CURRENT-CODE-FOUND THEN
  MOVE "ON PRODMAST TODAY" TO HCL-STATUS-TEXT
ELSE
  MOVE "NOT ON PRODMAST TODAY" TO HCL-STATUS-TEXT
END-IF.
WRITE CODE-HISTORY-LINE FROM BLANK-PRINT-LINE.
WRITE CODE-HISTORY-LINE FROM HISTORY-CODE-LINE.
MOVE 1 TO EVENT-SUB.
PERFORM 7200-WRITE-ONE-CODE-EVENT UNTIL EVENT-SUB > EVENT-COUNT.
ADD 1 TO HISTORY-SUB.

7200-WRITE-ONE-CODE-EVENT.
IF EV-CODE (EVENT-SUB) = SEARCH-CODE THEN
  MOVE EV-TIMESTAMP (EVENT-SUB) TO HEL-TIMESTAMP
  MOVE EV-USER-ID (EVENT-SUB) TO HEL-USER-ID
  IF EV-APPROVER-ID (EVENT-SUB) = SPACES THEN
    MOVE SPACES TO HEL-APPROVER-LABEL
  ELSE
    MOVE " APPR " TO HEL-APPROVER-LABEL
  END-IF
  MOVE EV-APPROVER-ID (EVENT-SUB) TO HEL-APPROVER-ID
  MOVE EV-EVENT-TEXT (EVENT-SUB) TO HEL-EVENT-TEXT
  MOVE EV-OTHER-CODE (EVENT-SUB) TO HEL-OTHER-CODE
  IF EV-EFF-DATE (EVENT-SUB) = SPACES THEN
    MOVE SPACES TO HEL-EFF-LABEL
    MOVE SPACES TO HEL-EXP-LABEL
  ELSE
    MOVE "  EFF " TO HEL-EFF-LABEL
    MOVE "  EXP " TO HEL-EXP-LABEL
  END-IF
  MOVE EV-EFF-DATE (EVENT-SUB) TO HEL-EFF-DATE
  MOVE EV-EXP-DATE (EVENT-SUB) TO HEL-EXP-DATE
  WRITE CODE-HISTORY-LINE FROM HISTORY-EVENT-LINE
END-IF.
ADD 1 TO EVENT-SUB.

END PROGRAM PRODASOF.
