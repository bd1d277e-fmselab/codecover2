CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT PROGRAM-EXCEPTION-FILE ASSIGN TO DYNAMIC EXCPTS-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS EXCPTS-FILE-STATUS.
SELECT OVERFLOW-AUDIT-FILE ASSIGN TO DYNAMIC AUDIT-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS AUDIT-FILE-STATUS.
SELECT TRANSACTION-REJECT-FILE ASSIGN TO DYNAMIC TRANSERR-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS TRANSERR-FILE-STATUS.
SELECT EXCEPTION-REPORT-FILE ASSIGN TO DYNAMIC EXCRPRT-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS REPORT-FILE-STATUS.
SELECT EXCEPTION-OUT-FILE ASSIGN TO DYNAMIC EXCOUT-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS EXCOUT-FILE-STATUS.
SELECT EXCEPTION-ACK-FILE ASSIGN TO DYNAMIC EXCACK-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS EXCACK-FILE-STATUS.
SELECT PROBE-CATALOG-FILE ASSIGN TO "PROBECAT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS PROBE-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD PROGRAM-EXCEPTION-FILE.
  05 ACK-USER-ID PIC X(8).
  05 FILLER PIC X.
  05 ACK-RESOLUTION-CODE PIC X(4).
FD PROBE-CATALOG-FILE.
COPY PRBREC.
WORKING-STORAGE SECTION.
01 REPORT-CONTROL-FIELDS.
  05 EXCPTS-FILE-STATUS PIC XX VALUE SPACES.
    88 TABLE-OVERFLOW-SEEN VALUE "Y".
  05 EXCEPTION-SEQUENCE PIC 9(5) VALUE ZERO.

*> a DRILL card reports the drill job's exceptions from its own
*> files, so a deliberately injected fault is never carried forward,
*> acknowledged or escalated on the production report.  The probe
*> catalog is shared; it is only read.
01 REPORT-CARD.
  05 CARD-RUN-KIND PIC X(5).
    88 CARD-DRILL-RUN VALUE "DRILL".
01 REPORT-FILE-NAMES.
  05 EXCPTS-FILE-NAME PIC X(20) VALUE "EXCPTS".
  05 AUDIT-FILE-NAME PIC X(20) VALUE "overflow.aud".
  05 TRANSERR-FILE-NAME PIC X(20) VALUE "TRANSERR".
  05 EXCRPRT-FILE-NAME PIC X(20) VALUE "EXCRPRT".
  05 EXCOUT-FILE-NAME PIC X(20) VALUE "EXCOUT".
  05 EXCACK-FILE-NAME PIC X(20) VALUE "EXCACK".

01 EXCEPTION-TYPE-TOTALS.
  05 OVERFLOW-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
  05 REJECT-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
  05 ACKNOWLEDGED-TOTAL-COUNT PIC 9(5) VALUE ZERO.
  05 CARRIED-AGED-COUNT PIC 9(5) VALUE ZERO.

*> what an unexercised counter measures, printed under each coverage
*> gap.  Only TESTPROG raises GAP exceptions, so the catalog is
*> searched under that program name.
COPY PRBTAB.

01 REPORT-PRINT-LINES.
  05 REPORT-HEADER-LINE.
    10 FILLER PIC X(33) VALUE "EXCRPT - DAILY EXCEPTION REPORT".
    10 TTL-TYPE-NAME PIC X(8).
    10 FILLER PIC X(2) VALUE ": ".
    10 TTL-COUNT PIC ZZZZ9.
  05 PROBE-DESCRIPTION-LINE.
    10 FILLER PIC X(33) VALUE SPACES.
    10 PDL-PARAGRAPH-NAME PIC X(30).
    10 FILLER PIC X VALUE SPACE.
    10 PDL-DESCRIPTION PIC X(60).
  05 BLANK-PRINT-LINE PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.
0000-MAINLINE.
MOVE FUNCTION CURRENT-DATE TO REPORT-RUN-DATE.
MOVE SPACES TO REPORT-CARD.
ACCEPT REPORT-CARD.
IF CARD-DRILL-RUN THEN
  MOVE "DRILL.EXCPTS" TO EXCPTS-FILE-NAME
  MOVE "DRILL.overflow.aud" TO AUDIT-FILE-NAME
  MOVE "DRILL.TRANSERR" TO TRANSERR-FILE-NAME
  MOVE "DRILL.EXCRPRT" TO EXCRPRT-FILE-NAME
  MOVE "DRILL.EXCOUT" TO EXCOUT-FILE-NAME
  MOVE "DRILL.EXCACK" TO EXCACK-FILE-NAME
  DISPLAY "EXCRPT: REPORTING THE DRILL EXCEPTIONS"
END-IF.
PERFORM 0050-LOAD-PROBE-CATALOG.
PERFORM 0100-LOAD-ACKNOWLEDGMENTS.
PERFORM 0200-COLLECT-UNACKED-PRIOR.
OPEN OUTPUT EXCEPTION-REPORT-FILE.
IF REPORT-FILE-STATUS NOT = "00" THEN
  DISPLAY "EXCRPT: CANNOT OPEN EXCRPRT - STATUS " REPORT-FILE-STATUS
  MOVE 12 TO RETURN-CODE
  STOP RUN
END-IF.
OPEN OUTPUT EXCEPTION-OUT-FILE.
IF EXCOUT-FILE-STATUS NOT = "00" THEN
  DISPLAY "EXCRPT: CANNOT OPEN EXCOUT - STATUS " EXCOUT-FILE-STATUS
  MOVE 12 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE REPORT-RUN-DATE TO RHL-RUN-DATE.
  WHEN TABLE-OVERFLOW-SEEN
    DISPLAY "EXCRPT: ACK OR CARRY-FORWARD TABLE OVERFLOWED - "
      "RECORDS NOT PROCESSED"
    MOVE 12 TO RETURN-CODE
  WHEN ESCALATION-SEEN
    DISPLAY "EXCRPT: ERROR-SEVERITY EXCEPTION UNACKNOWLEDGED "
      "PAST A DAY - ESCALATING"
END-EVALUATE.
STOP RUN.

*> the probe catalog is optional: without it a gap is reported by its
*> tag alone, as it always was.
0050-LOAD-PROBE-CATALOG.
OPEN INPUT PROBE-CATALOG-FILE.
IF PROBE-FILE-STATUS = "00" THEN
  PERFORM 0060-LOAD-ONE-PROBE UNTIL END-OF-PROBES
  CLOSE PROBE-CATALOG-FILE
END-IF.

0060-LOAD-ONE-PROBE.
READ PROBE-CATALOG-FILE
  AT END
    SET END-OF-PROBES TO TRUE
  NOT AT END
    IF PROBE-ENTRY-COUNT >= 500 THEN
      DISPLAY "EXCRPT: PROBECAT HOLDS MORE THAN 500 ENTRIES - "
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

0100-LOAD-ACKNOWLEDGMENTS.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT EXCEPTION-ACK-FILE.

*> an acknowledgment the table cannot hold must not be silently
*> ignored - it would leave an acknowledged "E" item escalating
*> forever - so an overflow is shouted and ends the run RC 12, and
*> EXCACK is then left untouched rather than truncated over unread
*> records.
0110-LOAD-ONE-ACKNOWLEDGMENT.
MOVE CI-EXCEPTION-ID (CARRIED-SUB) TO EXO-EXCEPTION-ID.
WRITE EXCEPTION-REPORT-LINE FROM EXCEPTION-OUT-FIELDS.
WRITE EXCEPTION-OUT-RECORD FROM EXCEPTION-OUT-FIELDS.
PERFORM 5100-DESCRIBE-GAP-EXCEPTION.
ADD 1 TO TOTAL-EXCEPTION-COUNT.
EVALUATE CI-BODY (CARRIED-SUB) (25:8)
  WHEN "OVERFLOW"
PERFORM 0230-ASSIGN-NEW-EXCEPTION-ID.
WRITE EXCEPTION-REPORT-LINE FROM EXCEPTION-OUT-FIELDS.
WRITE EXCEPTION-OUT-RECORD FROM EXCEPTION-OUT-FIELDS.
PERFORM 5100-DESCRIBE-GAP-EXCEPTION.

*> the gap tag is the first nine bytes of the exception text; the
*> description goes on the printed report only, never into EXCOUT,
*> so the machine-readable shape is unchanged.
5100-DESCRIBE-GAP-EXCEPTION.
IF EXO-BODY (25:8) = "GAP     " THEN
  MOVE "TESTPROG" TO PROBE-LOOKUP-PROGRAM
  MOVE EXO-BODY (34:9) TO PROBE-LOOKUP-COUNTER
  MOVE "N" TO PROBE-FOUND-SWITCH
  MOVE 1 TO PROBE-SUB
  PERFORM 5110-CHECK-ONE-PROBE
    UNTIL PROBE-FOUND OR PROBE-SUB > PROBE-ENTRY-COUNT
  IF PROBE-FOUND THEN
    MOVE PE-PARAGRAPH-NAME (PROBE-SUB) TO PDL-PARAGRAPH-NAME
    MOVE PE-DESCRIPTION (PROBE-SUB) TO PDL-DESCRIPTION
    WRITE EXCEPTION-REPORT-LINE FROM PROBE-DESCRIPTION-LINE
  END-IF
END-IF.

5110-CHECK-ONE-PROBE.
IF PE-PROGRAM-NAME (PROBE-SUB) = PROBE-LOOKUP-PROGRAM
   AND PE-COUNTER-ID (PROBE-SUB) = PROBE-LOOKUP-COUNTER THEN
  SET PROBE-FOUND TO TRUE
ELSE
  ADD 1 TO PROBE-SUB
END-IF.

END PROGRAM EXCRPT.
