IDENTIFICATION DIVISION.
PROGRAM-ID. RPTDIST.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT DISTRIBUTION-CONTROL-FILE ASSIGN TO "DISTCTL"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS CONTROL-FILE-STATUS.
SELECT SUITE-LOG-FILE ASSIGN TO "SUITELOG"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS SUITE-LOG-STATUS.
SELECT REPORT-SOURCE-FILE ASSIGN TO DYNAMIC REPORT-SOURCE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS SOURCE-FILE-STATUS.
SELECT RECIPIENT-BUNDLE-FILE ASSIGN TO DYNAMIC BUNDLE-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS BUNDLE-FILE-STATUS.
SELECT DELIVERY-LOG-FILE ASSIGN TO "DELIVLOG"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS DELIVERY-LOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD DISTRIBUTION-CONTROL-FILE.
*> one delivery per record, maintained by operations: the report,
*> the recipient team it goes to, the program whose pages alone it
*> gets (blank for the whole report), how many copies, and the name
*> printed on the banner page.
01 DISTRIBUTION-CONTROL-RECORD.
  05 DC-REPORT-NAME PIC X(8).
  05 FILLER PIC X.
  05 DC-RECIPIENT-ID PIC X(8).
  05 FILLER PIC X.
  05 DC-PROGRAM-FILTER PIC X(14).
  05 FILLER PIC X.
  05 DC-COPY-COUNT PIC XX.
  05 FILLER PIC X.
  05 DC-RECIPIENT-NAME PIC X(30).
FD SUITE-LOG-FILE.
*> one record per suite step, appended by the IF/ELSE ladders in
*> SUITE.jcl and staged to the working directory by STAGE090.
01 SUITE-LOG-RECORD.
  05 SL-STEP-NAME PIC X(8).
  05 FILLER PIC X.
  05 SL-PROGRAM-NAME PIC X(14).
  05 FILLER PIC X.
  05 SL-CONDITION-CODE PIC X(8).
  05 FILLER PIC X.
  05 SL-VERDICT PIC X(4).
FD REPORT-SOURCE-FILE.
01 REPORT-SOURCE-LINE PIC X(132).
FD RECIPIENT-BUNDLE-FILE.
01 RECIPIENT-BUNDLE-LINE PIC X(132).
FD DELIVERY-LOG-FILE.
01 DELIVERY-LOG-LINE PIC X(99).
WORKING-STORAGE SECTION.
01 DISTRIBUTION-CONTROL-FIELDS.
  05 CONTROL-FILE-STATUS PIC XX VALUE SPACES.
  05 SUITE-LOG-STATUS PIC XX VALUE SPACES.
  05 SOURCE-FILE-STATUS PIC XX VALUE SPACES.
  05 BUNDLE-FILE-STATUS PIC XX VALUE SPACES.
  05 DELIVERY-LOG-STATUS PIC XX VALUE SPACES.
  05 END-OF-INPUT-SWITCH PIC X VALUE "N".
    88 END-OF-INPUT VALUE "Y".
  05 SUITE-LOG-READ-SWITCH PIC X VALUE "N".
    88 SUITE-LOG-READ VALUE "Y".
  05 DISTRIBUTION-FAILED-SWITCH PIC X VALUE "N".
    88 DISTRIBUTION-FAILED VALUE "Y".
  05 DISTRIBUTION-WARNED-SWITCH PIC X VALUE "N".
    88 DISTRIBUTION-WARNED VALUE "Y".
  05 DISTRIBUTION-RUN-ID PIC X(21) VALUE SPACES.
  05 REPORT-SOURCE-NAME PIC X(20) VALUE SPACES.
  05 BUNDLE-FILE-NAME PIC X(20) VALUE SPACES.
*> the reports the suite produces, the program whose SUITELOG record
*> says whether tonight's edition is good, and the column of the
*> page header that names the program a page belongs to (zero when
*> the report is not paged by program and cannot be split).  Each
*> report is read from the working-directory file of the same name.
*> OPSSTAT and SUITESUM run after STAGE090, unconditionally, from the
*> staged SUITELOG itself, so they have no ladder record of their
*> own - their reports are current whenever SUITELOG is.
01 REPORT-SOURCE-VALUES.
  05 FILLER PIC X(26) VALUE "COVPRINTCOVRPT        Y036".
  05 FILLER PIC X(26) VALUE "EXCRPRT EXCRPT        Y000".
  05 FILLER PIC X(26) VALUE "RECNPRT FACRECON      Y000".
  05 FILLER PIC X(26) VALUE "OPSPRINTOPSSTAT       N000".
  05 FILLER PIC X(26) VALUE "CVMATRIXCVMATRIX      Y000".
  05 FILLER PIC X(26) VALUE "VDRPT   VDRPT         Y000".
  05 FILLER PIC X(26) VALUE "SUITESUMSUITESUM      N000".
01 REPORT-SOURCE-TABLE REDEFINES REPORT-SOURCE-VALUES.
  05 REPORT-SOURCE-ENTRY OCCURS 7 TIMES.
    10 RS-REPORT-NAME PIC X(8).
    10 RS-PROGRAM-NAME PIC X(14).
    10 RS-LADDER-FLAG PIC X.
      88 RS-LADDER-TRACKED VALUE "Y".
    10 RS-PROGRAM-COLUMN PIC 999.
*> what SUITELOG says of each report's generating step tonight.
01 REPORT-STEP-TABLE.
  05 REPORT-STEP-ENTRY OCCURS 7 TIMES.
    10 RST-STEP-NAME PIC X(8).
    10 RST-STEP-STATE PIC X.
      88 RST-STEP-OK VALUE "O".
      88 RST-STEP-FAILED VALUE "F".
      88 RST-STEP-FINDINGS VALUE "R".
      88 RST-STEP-BYPASSED VALUE "B".
      88 RST-NO-STEP-RECORD VALUE SPACE.
01 REPORT-SOURCE-SUBS.
  05 SOURCE-SUB PIC 99 VALUE ZERO.
  05 SOURCE-FOUND-SWITCH PIC X VALUE "N".
    88 SOURCE-FOUND VALUE "Y".
01 DELIVERY-TABLE.
  05 DELIVERY-COUNT PIC 99 VALUE ZERO.
  05 DELIVERY-ENTRY OCCURS 50 TIMES.
    10 DE-REPORT-NAME PIC X(8).
    10 DE-RECIPIENT-ID PIC X(8).
    10 DE-PROGRAM-FILTER PIC X(14).
    10 DE-COPY-COUNT PIC 99.
    10 DE-RECIPIENT-NAME PIC X(30).
    10 DE-SOURCE-SUB PIC 99.
  05 DELIVERY-SUB PIC 99 VALUE ZERO.
01 RECIPIENT-TABLE.
  05 RECIPIENT-COUNT PIC 99 VALUE ZERO.
  05 RECIPIENT-ID-ENTRY PIC X(8) OCCURS 50 TIMES.
  05 RECIPIENT-SUB PIC 99 VALUE ZERO.
  05 RECIPIENT-FOUND-SWITCH PIC X VALUE "N".
    88 RECIPIENT-FOUND VALUE "Y".
01 DISTRIBUTION-TOTALS.
  05 CONTROL-RECORDS-REJECTED PIC 9(5) VALUE ZERO.
  05 REPORTS-SENT-COUNT PIC 9(5) VALUE ZERO.
  05 REPORTS-HELD-COUNT PIC 9(5) VALUE ZERO.
  05 REPORTS-FLAGGED-COUNT PIC 9(5) VALUE ZERO.
  05 REPORTS-EMPTY-COUNT PIC 9(5) VALUE ZERO.
*> a page starts at the first line, at every repeat of the first
*> line's heading (COVRPT heads each page with it) and after 60
*> lines without one.  A split report keeps the pages whose heading
*> names the recipient's program.
01 PAGE-CONTROL-FIELDS.
  05 WRITING-PASS-SWITCH PIC X VALUE "N".
    88 WRITING-PASS VALUE "Y".
  05 PAGE-INCLUDED-SWITCH PIC X VALUE "N".
    88 PAGE-INCLUDED VALUE "Y".
  05 FIRST-LINE-SWITCH PIC X VALUE "Y".
    88 FIRST-LINE VALUE "Y".
  05 PAGE-HEADING-KEY PIC X(20) VALUE SPACES.
  05 LINES-ON-PAGE PIC 999 VALUE ZERO.
  05 LINES-PER-PAGE PIC 999 VALUE 60.
  05 PAGE-PROGRAM-NAME PIC X(14) VALUE SPACES.
  05 PAGES-DELIVERED PIC 9(5) VALUE ZERO.
  05 COPY-SUB PIC 99 VALUE ZERO.
  05 HOLD-REASON PIC X(30) VALUE SPACES.
  05 FLAG-REASON PIC X(30) VALUE SPACES.
*> the delivery log, extended night over night: one record per
*> delivery - what went to whom, how many pages, under which run.
01 DELIVERY-LOG-FIELDS.
  05 DL-RUN-ID PIC X(21).
  05 FILLER PIC X VALUE SPACE.
  05 DL-REPORT-NAME PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 DL-RECIPIENT-ID PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 DL-PROGRAM-FILTER PIC X(14).
  05 FILLER PIC X VALUE SPACE.
  05 DL-COPY-COUNT PIC 99.
  05 FILLER PIC X VALUE SPACE.
  05 DL-PAGE-COUNT PIC 9(5).
  05 FILLER PIC X VALUE SPACE.
  05 DL-DELIVERY-STATUS PIC X(4).
  05 FILLER PIC X VALUE SPACE.
  05 DL-HOLD-REASON PIC X(30).
01 BANNER-PRINT-LINES.
  05 BANNER-RULE-LINE PIC X(132) VALUE ALL "*".
  05 BANNER-TITLE-LINE.
    10 FILLER PIC X(4) VALUE "*** ".
    10 BTL-TITLE-TEXT PIC X(40).
  05 BANNER-DETAIL-LINE.
    10 FILLER PIC X(4) VALUE "*** ".
    10 BDL-LABEL-TEXT PIC X(12).
    10 BDL-VALUE-TEXT PIC X(60).
  05 BANNER-COPY-TEXT.
    10 BCT-COPY-NUMBER PIC Z9.
    10 FILLER PIC X(4) VALUE " OF ".
    10 BCT-COPY-COUNT PIC Z9.
  05 BANNER-PAGE-TEXT.
    10 BPT-PAGE-COUNT PIC ZZZZ9.
  05 BLANK-PRINT-LINE PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
*> report distribution and bursting, run last in the suite.  For
*> every record on DISTCTL the report is cut into the recipient's
*> bundle, DIST.<recipient>, in the working directory - the whole
*> report, or only the pages of the recipient's program for a report
*> paged by program (COVPRINT) - as many copies as asked, each behind
*> a banner page naming the report, the recipient, the copy and the
*> page count.  A report is held back, and a notice saying why put in
*> the bundle in its place, when SUITELOG shows its generating step
*> was bypassed tonight or has no record of it, or the report is empty
*> (the suite empties every report before its steps run, so an empty
*> one was not written tonight) or cannot be read; the previous
*> night's edition is never sent.  A report whose step failed (ended
*> above RC 4 other than RC EQ 08) is held too, as it may be partial.
*> One whose step logged RC EQ 08 is still sent - that is a step
*> reporting findings, and the report is where they are - but flagged
*> on its banner page.
*> Every delivery goes on DELIVLOG under this run's id: report,
*> recipient, program, copies, pages and SENT, FLAG, HELD or NONE
*> (nothing on the report for the recipient).  RC 8 when DISTCTL,
*> SUITELOG, DELIVLOG or a bundle cannot be opened, RC 4 when a report
*> was held or a DISTCTL record rejected, RC 0 otherwise.
0000-MAINLINE.
MOVE FUNCTION CURRENT-DATE TO DISTRIBUTION-RUN-ID.
PERFORM 1000-LOAD-DISTRIBUTION-CONTROL.
IF DELIVERY-COUNT = 0 THEN
  DISPLAY "RPTDIST: NO DELIVERIES ON DISTCTL - NOTHING DISTRIBUTED"
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 2000-ASSESS-SUITE-LOG.
OPEN EXTEND DELIVERY-LOG-FILE.
IF DELIVERY-LOG-STATUS NOT = "00" THEN
  OPEN OUTPUT DELIVERY-LOG-FILE
END-IF.
IF DELIVERY-LOG-STATUS NOT = "00" THEN
  DISPLAY "RPTDIST: CANNOT OPEN DELIVLOG - STATUS " DELIVERY-LOG-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE 1 TO RECIPIENT-SUB.
PERFORM 3000-BUILD-ONE-BUNDLE UNTIL RECIPIENT-SUB > RECIPIENT-COUNT.
CLOSE DELIVERY-LOG-FILE.
DISPLAY "RPTDIST: " REPORTS-SENT-COUNT " SENT (" REPORTS-FLAGGED-COUNT
  " FLAGGED), " REPORTS-HELD-COUNT " HELD, " REPORTS-EMPTY-COUNT
  " WITH NOTHING TO SEND".
EVALUATE TRUE
  WHEN DISTRIBUTION-FAILED
    MOVE 8 TO RETURN-CODE
  WHEN REPORTS-HELD-COUNT > 0 OR DISTRIBUTION-WARNED
    MOVE 4 TO RETURN-CODE
  WHEN OTHER
    MOVE 0 TO RETURN-CODE
END-EVALUATE.
STOP RUN.

1000-LOAD-DISTRIBUTION-CONTROL.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT DISTRIBUTION-CONTROL-FILE.
IF CONTROL-FILE-STATUS = "00" THEN
  PERFORM 1100-LOAD-ONE-DELIVERY UNTIL END-OF-INPUT
  CLOSE DISTRIBUTION-CONTROL-FILE
ELSE
  DISPLAY "RPTDIST: DISTCTL NOT AVAILABLE - STATUS " CONTROL-FILE-STATUS
END-IF.

*> a record naming a report the suite does not produce, no recipient,
*> a program split on a report not paged by program, or a copy count
*> that is not a number is shown and skipped; a blank copy count is
*> one copy.
1100-LOAD-ONE-DELIVERY.
MOVE SPACES TO DISTRIBUTION-CONTROL-RECORD.
READ DISTRIBUTION-CONTROL-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    PERFORM 1110-LOCATE-REPORT-SOURCE
    EVALUATE TRUE
      WHEN NOT SOURCE-FOUND
        DISPLAY "RPTDIST: DISTCTL REPORT NOT PRODUCED BY THE SUITE - "
          DC-REPORT-NAME " FOR " DC-RECIPIENT-ID
        PERFORM 1190-REJECT-DELIVERY
      WHEN DC-RECIPIENT-ID = SPACES
        DISPLAY "RPTDIST: DISTCTL RECORD WITHOUT A RECIPIENT - "
          DC-REPORT-NAME
        PERFORM 1190-REJECT-DELIVERY
      WHEN DC-PROGRAM-FILTER NOT = SPACES
       AND RS-PROGRAM-COLUMN (SOURCE-SUB) = 0
        DISPLAY "RPTDIST: " DC-REPORT-NAME " IS NOT PAGED BY PROGRAM - "
          "CANNOT SPLIT FOR " DC-RECIPIENT-ID
        PERFORM 1190-REJECT-DELIVERY
      WHEN DC-COPY-COUNT NOT = SPACES AND DC-COPY-COUNT IS NOT NUMERIC
        DISPLAY "RPTDIST: DISTCTL COPY COUNT NOT NUMERIC - "
          DC-REPORT-NAME " FOR " DC-RECIPIENT-ID
        PERFORM 1190-REJECT-DELIVERY
      WHEN DELIVERY-COUNT >= 50
        DISPLAY "RPTDIST: DISTCTL HOLDS MORE THAN 50 DELIVERIES - "
          DC-REPORT-NAME " FOR " DC-RECIPIENT-ID " SKIPPED"
        PERFORM 1190-REJECT-DELIVERY
      WHEN OTHER
        PERFORM 1120-ADD-DELIVERY
    END-EVALUATE
END-READ.

1110-LOCATE-REPORT-SOURCE.
MOVE "N" TO SOURCE-FOUND-SWITCH.
MOVE 1 TO SOURCE-SUB.
PERFORM 1115-CHECK-ONE-REPORT-SOURCE
  UNTIL SOURCE-FOUND OR SOURCE-SUB > 7.

1115-CHECK-ONE-REPORT-SOURCE.
IF RS-REPORT-NAME (SOURCE-SUB) = DC-REPORT-NAME THEN
  SET SOURCE-FOUND TO TRUE
ELSE
  ADD 1 TO SOURCE-SUB
END-IF.

1120-ADD-DELIVERY.
ADD 1 TO DELIVERY-COUNT.
MOVE DC-REPORT-NAME TO DE-REPORT-NAME (DELIVERY-COUNT).
MOVE DC-RECIPIENT-ID TO DE-RECIPIENT-ID (DELIVERY-COUNT).
MOVE DC-PROGRAM-FILTER TO DE-PROGRAM-FILTER (DELIVERY-COUNT).
IF DC-COPY-COUNT = SPACES OR DC-COPY-COUNT = "00" THEN
  MOVE 1 TO DE-COPY-COUNT (DELIVERY-COUNT)
ELSE
  MOVE DC-COPY-COUNT TO DE-COPY-COUNT (DELIVERY-COUNT)
END-IF.
MOVE DC-RECIPIENT-NAME TO DE-RECIPIENT-NAME (DELIVERY-COUNT).
MOVE SOURCE-SUB TO DE-SOURCE-SUB (DELIVERY-COUNT).
MOVE "N" TO RECIPIENT-FOUND-SWITCH.
MOVE 1 TO RECIPIENT-SUB.
PERFORM 1130-CHECK-ONE-RECIPIENT
  UNTIL RECIPIENT-FOUND OR RECIPIENT-SUB > RECIPIENT-COUNT.
IF NOT RECIPIENT-FOUND THEN
  ADD 1 TO RECIPIENT-COUNT
  MOVE DC-RECIPIENT-ID TO RECIPIENT-ID-ENTRY (RECIPIENT-COUNT)
END-IF.

1130-CHECK-ONE-RECIPIENT.
IF RECIPIENT-ID-ENTRY (RECIPIENT-SUB) = DC-RECIPIENT-ID THEN
  SET RECIPIENT-FOUND TO TRUE
ELSE
  ADD 1 TO RECIPIENT-SUB
END-IF.

1190-REJECT-DELIVERY.
ADD 1 TO CONTROL-RECORDS-REJECTED.
SET DISTRIBUTION-WARNED TO TRUE.

*> the last record of a report's generating program decides: NOT RUN,
*> NO FEED and NOT DUE are a bypassed step, RC EQ 08 a step that ran
*> and reported findings, anything else not OK a failed one.
2000-ASSESS-SUITE-LOG.
MOVE 1 TO SOURCE-SUB.
PERFORM 2010-CLEAR-ONE-STEP-STATE UNTIL SOURCE-SUB > 7.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT SUITE-LOG-FILE.
IF SUITE-LOG-STATUS = "00" THEN
  SET SUITE-LOG-READ TO TRUE
  PERFORM 2100-ASSESS-ONE-STEP UNTIL END-OF-INPUT
  CLOSE SUITE-LOG-FILE
ELSE
  DISPLAY "RPTDIST: SUITELOG NOT AVAILABLE - STATUS " SUITE-LOG-STATUS
    " - EVERY REPORT HELD"
  SET DISTRIBUTION-FAILED TO TRUE
END-IF.

2010-CLEAR-ONE-STEP-STATE.
MOVE SPACES TO RST-STEP-NAME (SOURCE-SUB).
MOVE SPACE TO RST-STEP-STATE (SOURCE-SUB).
ADD 1 TO SOURCE-SUB.

2100-ASSESS-ONE-STEP.
READ SUITE-LOG-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    MOVE 1 TO SOURCE-SUB
    PERFORM 2110-NOTE-ONE-REPORT-STEP UNTIL SOURCE-SUB > 7
END-READ.

2110-NOTE-ONE-REPORT-STEP.
IF RS-PROGRAM-NAME (SOURCE-SUB) = SL-PROGRAM-NAME THEN
  MOVE SL-STEP-NAME TO RST-STEP-NAME (SOURCE-SUB)
  EVALUATE TRUE
    WHEN SL-CONDITION-CODE = "NOT RUN"
     OR SL-CONDITION-CODE = "NO FEED"
     OR SL-CONDITION-CODE = "NOT DUE"
      SET RST-STEP-BYPASSED (SOURCE-SUB) TO TRUE
    WHEN SL-CONDITION-CODE = "RC EQ 08"
      SET RST-STEP-FINDINGS (SOURCE-SUB) TO TRUE
    WHEN SL-VERDICT = "OK"
      SET RST-STEP-OK (SOURCE-SUB) TO TRUE
    WHEN OTHER
      SET RST-STEP-FAILED (SOURCE-SUB) TO TRUE
  END-EVALUATE
END-IF.
ADD 1 TO SOURCE-SUB.

3000-BUILD-ONE-BUNDLE.
MOVE SPACES TO BUNDLE-FILE-NAME.
STRING "DIST." DELIMITED BY SIZE
  RECIPIENT-ID-ENTRY (RECIPIENT-SUB) DELIMITED BY SPACE
  INTO BUNDLE-FILE-NAME
END-STRING.
OPEN OUTPUT RECIPIENT-BUNDLE-FILE.
IF BUNDLE-FILE-STATUS NOT = "00" THEN
  DISPLAY "RPTDIST: CANNOT OPEN " BUNDLE-FILE-NAME " - STATUS "
    BUNDLE-FILE-STATUS
  SET DISTRIBUTION-FAILED TO TRUE
END-IF.
MOVE 1 TO DELIVERY-SUB.
PERFORM 3100-MAKE-ONE-DELIVERY UNTIL DELIVERY-SUB > DELIVERY-COUNT.
IF BUNDLE-FILE-STATUS = "00" THEN
  CLOSE RECIPIENT-BUNDLE-FILE
END-IF.
ADD 1 TO RECIPIENT-SUB.

3100-MAKE-ONE-DELIVERY.
IF DE-RECIPIENT-ID (DELIVERY-SUB) = RECIPIENT-ID-ENTRY (RECIPIENT-SUB)
  THEN
  MOVE DE-SOURCE-SUB (DELIVERY-SUB) TO SOURCE-SUB
  PERFORM 3200-DECIDE-HOLD
  IF HOLD-REASON = SPACES THEN
    PERFORM 3300-SEND-REPORT
  ELSE
    PERFORM 3400-HOLD-REPORT
  END-IF
END-IF.
ADD 1 TO DELIVERY-SUB.

*> a findings step still had its say: the report is the findings, so
*> it goes out flagged.  A failed step's report may be partial or
*> wrong, so it is held like one not produced tonight.
3200-DECIDE-HOLD.
MOVE SPACES TO HOLD-REASON.
MOVE SPACES TO FLAG-REASON.
EVALUATE TRUE
  WHEN BUNDLE-FILE-STATUS NOT = "00"
    MOVE "RECIPIENT BUNDLE NOT OPENED" TO HOLD-REASON
  WHEN NOT SUITE-LOG-READ
    MOVE "SUITELOG NOT AVAILABLE" TO HOLD-REASON
  WHEN NOT RS-LADDER-TRACKED (SOURCE-SUB)
    CONTINUE
  WHEN RST-STEP-FINDINGS (SOURCE-SUB)
    MOVE "STEP REPORTED FINDINGS - RC 8" TO FLAG-REASON
  WHEN RST-STEP-FAILED (SOURCE-SUB)
    MOVE "GENERATING STEP FAILED" TO HOLD-REASON
  WHEN RST-STEP-BYPASSED (SOURCE-SUB)
    MOVE "GENERATING STEP BYPASSED" TO HOLD-REASON
  WHEN RST-NO-STEP-RECORD (SOURCE-SUB)
    MOVE "NO STEP RECORD ON SUITELOG" TO HOLD-REASON
  WHEN OTHER
    CONTINUE
END-EVALUATE.
IF HOLD-REASON = SPACES THEN
  MOVE RS-REPORT-NAME (SOURCE-SUB) TO REPORT-SOURCE-NAME
  OPEN INPUT REPORT-SOURCE-FILE
  IF SOURCE-FILE-STATUS = "00" THEN
    READ REPORT-SOURCE-FILE
      AT END
        MOVE "REPORT NOT WRITTEN TONIGHT" TO HOLD-REASON
    END-READ
    CLOSE REPORT-SOURCE-FILE
  ELSE
    MOVE "REPORT FILE NOT AVAILABLE" TO HOLD-REASON
  END-IF
END-IF.

*> one counting pass for the page total the banners carry, then one
*> writing pass per copy.
3300-SEND-REPORT.
MOVE "N" TO WRITING-PASS-SWITCH.
PERFORM 5000-PASS-REPORT.
IF PAGES-DELIVERED = 0 THEN
  ADD 1 TO REPORTS-EMPTY-COUNT
  DISPLAY "RPTDIST: " DE-REPORT-NAME (DELIVERY-SUB) " HAS NOTHING FOR "
    DE-RECIPIENT-ID (DELIVERY-SUB) " " DE-PROGRAM-FILTER (DELIVERY-SUB)
  MOVE "NONE" TO DL-DELIVERY-STATUS
  MOVE "NO PAGES FOR THE RECIPIENT" TO DL-HOLD-REASON
ELSE
  SET WRITING-PASS TO TRUE
  MOVE 1 TO COPY-SUB
  PERFORM 3310-SEND-ONE-COPY
    UNTIL COPY-SUB > DE-COPY-COUNT (DELIVERY-SUB)
  ADD 1 TO REPORTS-SENT-COUNT
  DISPLAY "RPTDIST: " DE-REPORT-NAME (DELIVERY-SUB) " SENT TO "
    DE-RECIPIENT-ID (DELIVERY-SUB) " - " PAGES-DELIVERED " PAGES, "
    DE-COPY-COUNT (DELIVERY-SUB) " COPIES"
  IF FLAG-REASON = SPACES THEN
    MOVE "SENT" TO DL-DELIVERY-STATUS
  ELSE
    ADD 1 TO REPORTS-FLAGGED-COUNT
    DISPLAY "RPTDIST: " DE-REPORT-NAME (DELIVERY-SUB) " FLAGGED - "
      FLAG-REASON " " RST-STEP-NAME (SOURCE-SUB)
    MOVE "FLAG" TO DL-DELIVERY-STATUS
  END-IF
  MOVE FLAG-REASON TO DL-HOLD-REASON
END-IF.
PERFORM 6000-WRITE-DELIVERY-LOG.

3310-SEND-ONE-COPY.
PERFORM 4000-WRITE-BANNER-PAGE.
PERFORM 5000-PASS-REPORT.
ADD 1 TO COPY-SUB.

*> a held report leaves a notice in the bundle where it would have
*> gone, so the recipient knows tonight's edition is missing and why
*> rather than finding yesterday's.
3400-HOLD-REPORT.
ADD 1 TO REPORTS-HELD-COUNT.
DISPLAY "RPTDIST: " DE-REPORT-NAME (DELIVERY-SUB) " HELD FOR "
  DE-RECIPIENT-ID (DELIVERY-SUB) " - " HOLD-REASON " "
  RST-STEP-NAME (SOURCE-SUB).
IF BUNDLE-FILE-STATUS = "00" THEN
  WRITE RECIPIENT-BUNDLE-LINE FROM BANNER-RULE-LINE
  MOVE "REPORT HELD BACK - NOT SENT STALE" TO BTL-TITLE-TEXT
  WRITE RECIPIENT-BUNDLE-LINE FROM BANNER-TITLE-LINE
  PERFORM 4100-WRITE-BANNER-DETAILS
  MOVE "REASON:" TO BDL-LABEL-TEXT
  MOVE HOLD-REASON TO BDL-VALUE-TEXT
  WRITE RECIPIENT-BUNDLE-LINE FROM BANNER-DETAIL-LINE
  MOVE "STEP:" TO BDL-LABEL-TEXT
  MOVE SPACES TO BDL-VALUE-TEXT
  STRING RST-STEP-NAME (SOURCE-SUB) DELIMITED BY SPACE
    " " DELIMITED BY SIZE
    RS-PROGRAM-NAME (SOURCE-SUB) DELIMITED BY SPACE
    INTO BDL-VALUE-TEXT
  END-STRING
  WRITE RECIPIENT-BUNDLE-LINE FROM BANNER-DETAIL-LINE
  WRITE RECIPIENT-BUNDLE-LINE FROM BANNER-RULE-LINE
  WRITE RECIPIENT-BUNDLE-LINE FROM BLANK-PRINT-LINE
END-IF.
MOVE 0 TO PAGES-DELIVERED.
MOVE "HELD" TO DL-DELIVERY-STATUS.
MOVE HOLD-REASON TO DL-HOLD-REASON.
PERFORM 6000-WRITE-DELIVERY-LOG.

4000-WRITE-BANNER-PAGE.
WRITE RECIPIENT-BUNDLE-LINE FROM BANNER-RULE-LINE.
MOVE "RPTDIST - REPORT DISTRIBUTION" TO BTL-TITLE-TEXT.
WRITE RECIPIENT-BUNDLE-LINE FROM BANNER-TITLE-LINE.
PERFORM 4100-WRITE-BANNER-DETAILS.
IF FLAG-REASON NOT = SPACES THEN
  MOVE "FLAG:" TO BDL-LABEL-TEXT
  MOVE SPACES TO BDL-VALUE-TEXT
  STRING RST-STEP-NAME (SOURCE-SUB) DELIMITED BY SPACE
    " " DELIMITED BY SIZE
    RS-PROGRAM-NAME (SOURCE-SUB) DELIMITED BY SPACE
    " - " DELIMITED BY SIZE
    FLAG-REASON DELIMITED BY SIZE
    INTO BDL-VALUE-TEXT
  END-STRING
  WRITE RECIPIENT-BUNDLE-LINE FROM BANNER-DETAIL-LINE
END-IF.
MOVE "COPY:" TO BDL-LABEL-TEXT.
MOVE COPY-SUB TO BCT-COPY-NUMBER.
MOVE DE-COPY-COUNT (DELIVERY-SUB) TO BCT-COPY-COUNT.
MOVE BANNER-COPY-TEXT TO BDL-VALUE-TEXT.
WRITE RECIPIENT-BUNDLE-LINE FROM BANNER-DETAIL-LINE.
MOVE "PAGES:" TO BDL-LABEL-TEXT.
MOVE PAGES-DELIVERED TO BPT-PAGE-COUNT.
MOVE BANNER-PAGE-TEXT TO BDL-VALUE-TEXT.
WRITE RECIPIENT-BUNDLE-LINE FROM BANNER-DETAIL-LINE.
WRITE RECIPIENT-BUNDLE-LINE FROM BANNER-RULE-LINE.
WRITE RECIPIENT-BUNDLE-LINE FROM BLANK-PRINT-LINE.

4100-WRITE-BANNER-DETAILS.
MOVE "REPORT:" TO BDL-LABEL-TEXT.
MOVE DE-REPORT-NAME (DELIVERY-SUB) TO BDL-VALUE-TEXT.
WRITE RECIPIENT-BUNDLE-LINE FROM BANNER-DETAIL-LINE.
MOVE "PROGRAM:" TO BDL-LABEL-TEXT.
IF DE-PROGRAM-FILTER (DELIVERY-SUB) = SPACES THEN
  MOVE "ALL PROGRAMS" TO BDL-VALUE-TEXT
ELSE
  MOVE DE-PROGRAM-FILTER (DELIVERY-SUB) TO BDL-VALUE-TEXT
END-IF.
WRITE RECIPIENT-BUNDLE-LINE FROM BANNER-DETAIL-LINE.
MOVE "FOR:" TO BDL-LABEL-TEXT.
MOVE SPACES TO BDL-VALUE-TEXT.
STRING DE-RECIPIENT-ID (DELIVERY-SUB) DELIMITED BY SIZE
  " " DELIMITED BY SIZE
  DE-RECIPIENT-NAME (DELIVERY-SUB) DELIMITED BY SIZE
  INTO BDL-VALUE-TEXT
END-STRING.
WRITE RECIPIENT-BUNDLE-LINE FROM BANNER-DETAIL-LINE.
MOVE "RUN ID:" TO BDL-LABEL-TEXT.
MOVE DISTRIBUTION-RUN-ID TO BDL-VALUE-TEXT.
WRITE RECIPIENT-BUNDLE-LINE FROM BANNER-DETAIL-LINE.

*> reads the report once, counting the pages the recipient gets and,
*> on a writing pass, copying them into the bundle.
5000-PASS-REPORT.
MOVE RS-REPORT-NAME (SOURCE-SUB) TO REPORT-SOURCE-NAME.
MOVE 0 TO PAGES-DELIVERED.
MOVE 0 TO LINES-ON-PAGE.
MOVE "N" TO PAGE-INCLUDED-SWITCH.
MOVE "Y" TO FIRST-LINE-SWITCH.
MOVE SPACES TO PAGE-HEADING-KEY.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT REPORT-SOURCE-FILE.
IF SOURCE-FILE-STATUS = "00" THEN
  PERFORM 5100-PASS-ONE-LINE UNTIL END-OF-INPUT
  CLOSE REPORT-SOURCE-FILE
END-IF.

5100-PASS-ONE-LINE.
MOVE SPACES TO REPORT-SOURCE-LINE.
READ REPORT-SOURCE-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    EVALUATE TRUE
      WHEN FIRST-LINE
        MOVE REPORT-SOURCE-LINE (1:20) TO PAGE-HEADING-KEY
        MOVE "N" TO FIRST-LINE-SWITCH
        PERFORM 5200-START-HEADED-PAGE
      WHEN PAGE-HEADING-KEY NOT = SPACES
       AND REPORT-SOURCE-LINE (1:20) = PAGE-HEADING-KEY
        PERFORM 5200-START-HEADED-PAGE
      WHEN LINES-ON-PAGE >= LINES-PER-PAGE
        MOVE 0 TO LINES-ON-PAGE
        IF PAGE-INCLUDED THEN
          ADD 1 TO PAGES-DELIVERED
        END-IF
      WHEN OTHER
        CONTINUE
    END-EVALUATE
    ADD 1 TO LINES-ON-PAGE
    IF PAGE-INCLUDED AND WRITING-PASS THEN
      WRITE RECIPIENT-BUNDLE-LINE FROM REPORT-SOURCE-LINE
    END-IF
END-READ.

5200-START-HEADED-PAGE.
MOVE 0 TO LINES-ON-PAGE.
IF DE-PROGRAM-FILTER (DELIVERY-SUB) = SPACES THEN
  SET PAGE-INCLUDED TO TRUE
ELSE
  MOVE REPORT-SOURCE-LINE (RS-PROGRAM-COLUMN (SOURCE-SUB):14)
    TO PAGE-PROGRAM-NAME
  IF PAGE-PROGRAM-NAME = DE-PROGRAM-FILTER (DELIVERY-SUB) THEN
    SET PAGE-INCLUDED TO TRUE
  ELSE
    MOVE "N" TO PAGE-INCLUDED-SWITCH
  END-IF
END-IF.
IF PAGE-INCLUDED THEN
  ADD 1 TO PAGES-DELIVERED
END-IF.

6000-WRITE-DELIVERY-LOG.
MOVE DISTRIBUTION-RUN-ID TO DL-RUN-ID.
MOVE DE-REPORT-NAME (DELIVERY-SUB) TO DL-REPORT-NAME.
MOVE DE-RECIPIENT-ID (DELIVERY-SUB) TO DL-RECIPIENT-ID.
MOVE DE-PROGRAM-FILTER (DELIVERY-SUB) TO DL-PROGRAM-FILTER.
MOVE DE-COPY-COUNT (DELIVERY-SUB) TO DL-COPY-COUNT.
MOVE PAGES-DELIVERED TO DL-PAGE-COUNT.
WRITE DELIVERY-LOG-LINE FROM DELIVERY-LOG-FIELDS.

END PROGRAM RPTDIST.
