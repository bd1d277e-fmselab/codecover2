*> each instrumented program writes its own log; CLFMERGE combines
*> them into the consolidated coverage.clf the readers expect, so
*> concurrent runs no longer interleave their test-case blocks.
SELECT COVERAGE-LOG-FILE ASSIGN TO DYNAMIC COVERAGE-LOG-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS COVERAGE-FILE-STATUS.
SELECT MERGED-LOG-FILE ASSIGN TO "coverage.clf"
SELECT RERUN-FLAG-FILE ASSIGN TO "RERUNCTL"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS RERUN-FLAG-STATUS.
SELECT FACTORIAL-RESULTS-FILE ASSIGN TO DYNAMIC FACOUT-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS FACOUT-FILE-STATUS.
SELECT TRANSACTION-REJECT-FILE ASSIGN TO "TRANSERR"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS TRANSERR-FILE-STATUS.
SELECT RUN-LOG-FILE ASSIGN TO DYNAMIC RUNLOG-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS RUNLOG-FILE-STATUS.
SELECT EXPECTED-RESULTS-FILE ASSIGN TO "EXPECTED"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS EXPECTED-FILE-STATUS.
SELECT VERDICT-FILE ASSIGN TO DYNAMIC VERDICT-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS VERDICT-FILE-STATUS.
SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC EXCPTS-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS EXCPTS-FILE-STATUS.
SELECT TIMING-FILE ASSIGN TO "TIMELOG"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS TIMING-FILE-STATUS.
SELECT FAULT-CONTROL-FILE ASSIGN TO "FAULTCTL"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS FAULT-CONTROL-STATUS.
SELECT DRILL-FAULT-LOG-FILE ASSIGN TO "DRILL.FAULTLOG"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS DRILL-LOG-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD COVERAGE-INDEX-FILE.
COPY CVXREC.
FD RERUN-FLAG-FILE.
*> the flag byte, then the operator, effective date and change
*> reference that sign the rerun - see CTLPARM.
01 RERUN-FLAG-RECORD.
  05 RERUN-FLAG-BYTE PIC X.
  05 FILLER PIC X.
  05 RERUN-OPERATOR-ID PIC X(8).
  05 FILLER PIC X.
  05 RERUN-EFFECTIVE-DATE PIC X(8).
  05 FILLER PIC X.
  05 RERUN-CHANGE-REFERENCE PIC X(12).
FD BUDGET-CONTROL-FILE.
*> the processing budget for a planned window cutoff: a transaction
*> count and an elapsed-seconds limit, zero meaning no limit on that
*> axis.  No BUDGCTL at all means the run is unbudgeted as before.
*> The limits are a standing policy signed by operator, effective
*> date and change reference; one CTLAUTH refuses leaves the run
*> unbudgeted too.
01 BUDGET-CONTROL-RECORD.
  05 BC-TRANS-LIMIT PIC 9(9).
  05 FILLER PIC X.
  05 BC-ELAPSED-LIMIT PIC 9(5).
  05 FILLER PIC X.
  05 BC-OPERATOR-ID PIC X(8).
  05 FILLER PIC X.
  05 BC-EFFECTIVE-DATE PIC X(8).
  05 FILLER PIC X.
  05 BC-CHANGE-REFERENCE PIC X(12).
FD FACTORIAL-RESULTS-FILE.
01 FACTORIAL-RESULT-RECORD PIC X(48).
FD TRANSACTION-REJECT-FILE.
01 VERDICT-RECORD PIC X(132).
FD EXCEPTION-FILE.
01 EXCEPTION-RECORD PIC X(95).
FD TIMING-FILE.
01 TIMING-RECORD PIC X(131).
FD FAULT-CONTROL-FILE.
*> present only in the drill job: one fault per line, a FAC value and
*> the perturbation to inject into its pass (see DRLREC), each line
*> signed for tonight by operator, effective date and change
*> reference.
01 FAULT-CONTROL-RECORD.
  05 FLT-FAC PIC X(4).
  05 FILLER PIC X.
  05 FLT-PERTURBATION PIC X(8).
    88 FLT-KNOWN-PERTURBATION VALUE "ERGOFF1" "OVERFLOW" "SUPPRESS".
  05 FILLER PIC X.
  05 FLT-OPERATOR-ID PIC X(8).
  05 FILLER PIC X.
  05 FLT-EFFECTIVE-DATE PIC X(8).
  05 FILLER PIC X.
  05 FLT-CHANGE-REFERENCE PIC X(12).
FD DRILL-FAULT-LOG-FILE.
01 DRILL-FAULT-LOG-LINE PIC X(97).
FD TRANSACTION-FILE.
*> the feed carries one or more batches, each an "H" header and a "T"
*> trailer control record around the 4-digit detail values, so the
    88 BATCH-MODE VALUE "B".
    88 INTERACTIVE-MODE VALUE "I".
    88 RERUN-MODE VALUE "R".
    88 DRILL-MODE VALUE "D".
  05 END-OF-TRANSACTIONS-SWITCH PIC X VALUE "N".
    88 END-OF-TRANSACTIONS VALUE "Y".
  05 FAC-STAGING PIC X(4).
  05 TRANSIN-RECORD-POSITION PIC 9(9) VALUE ZERO.
  05 TRANSERR-FILE-STATUS PIC XX VALUE SPACES.
  05 TRANSERR-REJECT-COUNT PIC 9(9) VALUE ZERO.
  05 TRANSERR-SUMMARY-COUNT PIC 9(9) VALUE ZERO.
  05 TRANSIN-BATCH-REJECT-COUNT PIC 9(9) VALUE ZERO.
  05 TRANSIN-BATCH-FAILED-SWITCH PIC X VALUE "N".
    88 TRANSIN-BATCH-FAILED VALUE "Y".
    10 EXC-GAP-TEST-CASE PIC X(35).
01 EXCPTS-CONTROL-FIELDS.
  05 EXCPTS-FILE-STATUS PIC XX VALUE SPACES.
COPY CTLPARM.
01 TIMING-CONTROL-FIELDS.
  05 TIMING-FILE-STATUS PIC XX VALUE SPACES.
COPY TIMEREC.
01 EXPECTED-RESULT-FIELDS.
  05 EXPECTED-FILE-STATUS PIC XX VALUE SPACES.
  05 VERDICT-FILE-STATUS PIC XX VALUE SPACES.
  05 SCAN-TRAILER-BLOCK-COUNT PIC 9(9) VALUE ZERO.
  05 SCAN-INCOMPLETE-SWITCH PIC X VALUE "N".
    88 SCAN-INCOMPLETE-RUN VALUE "Y".
COPY RUNLEDG.
*> a drill run works on its own set of files so that nothing it does
*> on purpose can be mistaken for a production result: the names
*> below are switched to their DRILL. twins, COVIDX, TIMELOG, RESTCTL
*> and RUNLEDG are never touched, and the run id carries "DRILL" in
*> place of the GMT offset.
01 DRILL-CONTROL-FIELDS.
  05 COVERAGE-LOG-NAME PIC X(20) VALUE "testprog.clf".
  05 FACOUT-FILE-NAME PIC X(20) VALUE "FACOUT".
  05 RUNLOG-FILE-NAME PIC X(20) VALUE "RUNLOG".
  05 VERDICT-FILE-NAME PIC X(20) VALUE "VERDICTS".
  05 EXCPTS-FILE-NAME PIC X(20) VALUE "EXCPTS".
  05 FAULT-CONTROL-STATUS PIC XX VALUE SPACES.
  05 DRILL-LOG-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-FAULT-CONTROL-SWITCH PIC X VALUE "N".
    88 END-OF-FAULT-CONTROL VALUE "Y".
  05 DRILL-FAULT-COUNT PIC 99 VALUE ZERO.
  05 DRILL-FAULT-INDEX PIC 99 VALUE ZERO.
  05 DRILL-FAULT-ENTRY OCCURS 20 TIMES.
    10 DF-FAC PIC 9999.
    10 DF-PERTURBATION PIC X(8).
    10 DF-INJECTED-FLAG PIC X.
    10 DF-CHANGE-REFERENCE PIC X(12).
COPY DRLREC.
PROCEDURE DIVISION.
MOVE FUNCTION CURRENT-DATE TO RL-START-TIMESTAMP.
PERFORM LOADDRILLFAULTS.
PERFORM WRITECOVERAGEFILETODISK.
IF NOT DRILL-MODE THEN
  PERFORM OPENCOVERAGEINDEXFILE
END-IF.
PERFORM OPENFACTORIALRESULTSFILE.
PERFORM OPENEXCEPTIONFILE.
IF NOT DRILL-MODE THEN
  PERFORM OPENTIMINGFILE
END-IF.
PERFORM LOADEXPECTEDRESULTS.
IF NOT DRILL-MODE THEN
  PERFORM DETERMINERUNMODE
END-IF.

B100.

  IF RERUN-MODE THEN
    PERFORM READNEXTRERUNFAC
  ELSE
    IF DRILL-MODE THEN
      PERFORM READNEXTDRILLFAC
    ELSE
      PERFORM ACCEPTFACULTYINPUT
    END-IF
  END-IF
END-IF.

        ADD 1 TO COUNT-LOOPING-2-1
    END-EVALUATE

    IF DRILL-MODE THEN
      PERFORM INJECTDRILLFAULT
    END-IF

    DISPLAY "FACULTY: " ERG
    ADD 1 TO COUNT-STATEMENT-5


PERFORM STOPTHEPROGRAMNOW.

*> a RERUNCTL flag is a one-night action: CTLAUTH must find it signed
*> for tonight by an operator authorized for RERUNCTL, or the run
*> carries on with TRANSIN as though the flag were not there.  EXCPTS
*> is already open here, so the exception CTLAUTH raises is written
*> through this program's own file.
DETERMINERUNMODE.
OPEN INPUT RERUN-FLAG-FILE.
IF RERUN-FLAG-STATUS = "00" THEN
  MOVE SPACES TO RERUN-FLAG-RECORD
  READ RERUN-FLAG-FILE
  END-READ
  CLOSE RERUN-FLAG-FILE
  MOVE "RERUNCTL" TO CA-CONTROL-FILE-NAME
  SET CA-ONE-NIGHT-ACTION TO TRUE
  MOVE RERUN-OPERATOR-ID TO CA-OPERATOR-ID
  MOVE RERUN-EFFECTIVE-DATE TO CA-EFFECTIVE-DATE
  MOVE RERUN-CHANGE-REFERENCE TO CA-CHANGE-REFERENCE
  MOVE "RERUN FAILED AND GAP TEST CASES" TO CA-ACTION-TEXT
  PERFORM AUTHORIZECONTROLACTION
END-IF.
IF RERUN-FLAG-STATUS = "00" AND CA-HONORED THEN
  SET RERUN-MODE TO TRUE
  PERFORM BUILDRERUNQUEUEFROMHISTORY
ELSE
  PERFORM OPENTRANSACTIONFILE
END-IF.

AUTHORIZECONTROLACTION.
MOVE "TESTPROG" TO CA-PROGRAM-NAME.
SET CA-CALLER-WRITES-EXCEPTION TO TRUE.
CALL "CTLAUTH" USING CONTROL-AUTHORIZATION-AREA.
IF CA-EXCEPTION-RAISED THEN
  WRITE EXCEPTION-RECORD FROM CA-EXCEPTION-RECORD
END-IF.

OPENTRANSACTIONFILE.
OPEN INPUT TRANSACTION-FILE.
IF TRANS-FILE-STATUS = "00" THEN
READBUDGETCONTROL.
OPEN INPUT BUDGET-CONTROL-FILE.
IF BUDGET-FILE-STATUS = "00" THEN
  MOVE SPACES TO BUDGET-CONTROL-RECORD
  READ BUDGET-CONTROL-FILE
    NOT AT END
      MOVE "BUDGCTL" TO CA-CONTROL-FILE-NAME
      SET CA-STANDING-POLICY TO TRUE
      MOVE BC-OPERATOR-ID TO CA-OPERATOR-ID
      MOVE BC-EFFECTIVE-DATE TO CA-EFFECTIVE-DATE
      MOVE BC-CHANGE-REFERENCE TO CA-CHANGE-REFERENCE
      MOVE "APPLY TRANSIN PROCESSING BUDGET" TO CA-ACTION-TEXT
      PERFORM AUTHORIZECONTROLACTION
      IF CA-HONORED THEN
        PERFORM APPLYBUDGETLIMITS
      END-IF
  END-READ
  CLOSE BUDGET-CONTROL-FILE
PERFORM COMPUTECLOCKSECONDS.
MOVE CURRENT-SECONDS-WORK TO RUN-START-SECONDS.

APPLYBUDGETLIMITS.
IF BC-TRANS-LIMIT IS NUMERIC THEN
  MOVE BC-TRANS-LIMIT TO BUDGET-TRANS-LIMIT
END-IF.
IF BC-ELAPSED-LIMIT IS NUMERIC THEN
  MOVE BC-ELAPSED-LIMIT TO BUDGET-ELAPSED-LIMIT
END-IF.

*> absolute seconds from the CURRENT-DATE stamp, day included, so an
*> elapsed-time budget survives a run that crosses midnight.
COMPUTECLOCKSECONDS.
  MOVE RERUN-QUEUE-ENTRY (RERUN-QUEUE-INDEX) TO FAC
END-IF.

*> a drill is asked for only by the drill job, through a FAULTCTL DD
*> the nightly suite never supplies, and once FAULTCTL is there the
*> run is a drill whatever its lines say - it never falls back to
*> TRANSIN.  Each line is a one-night action CTLAUTH must find signed
*> for tonight by an operator authorized for FAULTCTL; a refused or
*> malformed line is left out of the drill.
LOADDRILLFAULTS.
OPEN INPUT FAULT-CONTROL-FILE.
IF FAULT-CONTROL-STATUS = "00" THEN
  SET DRILL-MODE TO TRUE
  PERFORM READONEDRILLFAULT UNTIL END-OF-FAULT-CONTROL
  CLOSE FAULT-CONTROL-FILE
  MOVE "DRILL.testprog.clf" TO COVERAGE-LOG-NAME
  MOVE "DRILL.FACOUT" TO FACOUT-FILE-NAME
  MOVE "DRILL.RUNLOG" TO RUNLOG-FILE-NAME
  MOVE "DRILL.VERDICTS" TO VERDICT-FILE-NAME
  MOVE "DRILL.EXCPTS" TO EXCPTS-FILE-NAME
  DISPLAY "DRILL RUN: " DRILL-FAULT-COUNT " FAULTS TO INJECT"
END-IF.

READONEDRILLFAULT.
MOVE SPACES TO FAULT-CONTROL-RECORD.
READ FAULT-CONTROL-FILE
  AT END
    SET END-OF-FAULT-CONTROL TO TRUE
  NOT AT END
    IF FLT-FAC IS NUMERIC AND FLT-KNOWN-PERTURBATION THEN
      IF DRILL-FAULT-COUNT < 20 THEN
        PERFORM AUTHORIZEDRILLFAULT
      ELSE
        DISPLAY "DRILL FAULT FOR FAC " FLT-FAC
          " IGNORED - MORE THAN 20 ON FAULTCTL"
      END-IF
    ELSE
      DISPLAY "DRILL FAULT IGNORED - NO FAC VALUE OR UNKNOWN FAULT: "
        FAULT-CONTROL-RECORD (1:13)
    END-IF
END-READ.

*> EXCPTS is not open yet, so CTLAUTH writes its own exception - an
*> authorized drill is shown on the morning's exception report.
AUTHORIZEDRILLFAULT.
MOVE "TESTPROG" TO CA-PROGRAM-NAME.
MOVE "FAULTCTL" TO CA-CONTROL-FILE-NAME.
SET CA-ONE-NIGHT-ACTION TO TRUE.
MOVE FLT-OPERATOR-ID TO CA-OPERATOR-ID.
MOVE FLT-EFFECTIVE-DATE TO CA-EFFECTIVE-DATE.
MOVE FLT-CHANGE-REFERENCE TO CA-CHANGE-REFERENCE.
MOVE SPACES TO CA-ACTION-TEXT.
STRING "INJECT DRILL FAULT " DELIMITED BY SIZE
  FLT-PERTURBATION DELIMITED BY SPACE
  " FAC " DELIMITED BY SIZE
  FLT-FAC DELIMITED BY SIZE
  INTO CA-ACTION-TEXT
END-STRING.
MOVE SPACE TO CA-EXCEPTION-WRITER.
CALL "CTLAUTH" USING CONTROL-AUTHORIZATION-AREA.
IF CA-HONORED THEN
  ADD 1 TO DRILL-FAULT-COUNT
  MOVE FLT-FAC TO DF-FAC (DRILL-FAULT-COUNT)
  MOVE FLT-PERTURBATION TO DF-PERTURBATION (DRILL-FAULT-COUNT)
  MOVE "N" TO DF-INJECTED-FLAG (DRILL-FAULT-COUNT)
  MOVE FLT-CHANGE-REFERENCE TO DF-CHANGE-REFERENCE (DRILL-FAULT-COUNT)
ELSE
  DISPLAY "DRILL FAULT FOR FAC " FLT-FAC " REFUSED - " CA-REASON-TEXT
END-IF.

*> one pass per fault, in FAULTCTL order; the index stays on the
*> fault for the whole pass so the injection points can find it.
READNEXTDRILLFAC.
ADD 1 TO DRILL-FAULT-INDEX.
IF DRILL-FAULT-INDEX > DRILL-FAULT-COUNT THEN
  SET END-OF-TRANSACTIONS TO TRUE
ELSE
  MOVE DF-FAC (DRILL-FAULT-INDEX) TO FAC
END-IF.

*> the fault goes in after the real computation, where a genuine
*> defect would show: ERG one too high before CHECKEXPECTEDRESULT
*> sees it, or the overflow path taken exactly as a size error takes
*> it.  A FAC value that overflowed for real is left alone.
INJECTDRILLFAULT.
IF NOT FACULTY-OVERFLOW-TRUE THEN
  EVALUATE DF-PERTURBATION (DRILL-FAULT-INDEX)
    WHEN "ERGOFF1"
      ADD 1 TO ERG
      MOVE "Y" TO DF-INJECTED-FLAG (DRILL-FAULT-INDEX)
    WHEN "OVERFLOW"
      SET FACULTY-OVERFLOW-TRUE TO TRUE
      SET RUN-HAD-ERRORS TO TRUE
      DISPLAY "FACULTY RESULT FIELD TOO SMALL"
      PERFORM WRITEOVERFLOWEXCEPTION
      MOVE "Y" TO DF-INJECTED-FLAG (DRILL-FAULT-INDEX)
    WHEN OTHER
      CONTINUE
  END-EVALUATE
END-IF.
IF DF-INJECTED-FLAG (DRILL-FAULT-INDEX) = "Y" THEN
  DISPLAY "DRILL FAULT " DRILL-FAULT-INDEX " INJECTED: "
    DF-PERTURBATION (DRILL-FAULT-INDEX) " FOR FAC " FAC
END-IF.

CHECKRESTARTCONTROL.
OPEN INPUT RESTART-CONTROL-FILE.
IF RESTART-FILE-STATUS = "00" THEN
MOVE TRANSIN-SOURCE-SYSTEM TO TBS-SOURCE-SYSTEM.
MOVE TRANSIN-BATCH-REJECT-COUNT TO TBS-REJECT-COUNT.
WRITE TRANSACTION-REJECT-RECORD FROM TRANSERR-BATCH-SUMMARY-FIELDS.
ADD 1 TO TRANSERR-SUMMARY-COUNT.
MOVE "N" TO TRANSIN-BATCH-OPEN-SWITCH.

RECONCILETRANSINTRAILER.
END-IF.
MOVE TEST-CASE-1 TO COUNT-TEST-CASE-HEADER.
MOVE "T" TO START-TEST-CASE-BOOLEAN.
MOVE FUNCTION CURRENT-DATE TO TM-START-TIMESTAMP.

ENDTESTCASE.
PERFORM WRITEALLCOVERAGECOUNTERTOFILE.
PERFORM VALIDATECOVERAGEGAPS.
IF NOT DRILL-MODE THEN
  PERFORM WRITETESTCASETIMING
END-IF.
PERFORM SETALLCOVERAGECOUNTERTOZERO.
MOVE "F" TO START-TEST-CASE-BOOLEAN.

END-IF.
MOVE FUNCTION CURRENT-DATE TO RD-RUN-ID.
MOVE RD-RUN-ID TO RD-START-TIMESTAMP.
IF DRILL-MODE THEN
  MOVE "DRILL" TO RD-RUN-ID (17:5)
END-IF.
WRITE COVERAGE-LOG-RECORD FROM RUN-DELIMITER-FIELDS.

WRITEALLCOVERAGECOUNTERTOFILE.
ADD 1 TO RUN-BLOCK-COUNT.
WRITE COVERAGE-LOG-RECORD FROM COVERAGE-LOG-FILE-DATA.
IF NOT DRILL-MODE THEN
  PERFORM UPDATECOVERAGEINDEX
END-IF.

WRITERUNTRAILER.
MOVE RD-RUN-ID TO RT-RUN-ID.
  OPEN OUTPUT EXCEPTION-FILE
END-IF.

*> every test case's start and end go to TIMELOG, where TIMERPT
*> baselines them night over night and sizes the BUDGCTL limits.
OPENTIMINGFILE.
OPEN EXTEND TIMING-FILE.
IF TIMING-FILE-STATUS NOT = "00" THEN
  OPEN OUTPUT TIMING-FILE
END-IF.
MOVE PROGRAM-NAME TO TM-PROGRAM-NAME.
MOVE RD-RUN-ID TO TM-RUN-ID.

WRITETESTCASETIMING.
MOVE COUNT-TEST-CASE-HEADER TO TM-TEST-CASE-NAME.
MOVE FUNCTION CURRENT-DATE TO TM-END-TIMESTAMP.
WRITE TIMING-RECORD FROM TEST-CASE-TIMING-RECORD.

LOADEXPECTEDRESULTS.
MOVE 1 TO EXPECTED-TABLE-SUB.
PERFORM BLANKONEEXPECTEDENTRY UNTIL EXPECTED-TABLE-SUB > 21.
  MOVE ZERO TO FR-RESULT
END-IF.
MOVE FACTORIAL-STATUS-CODE TO FR-STATUS-CODE.
IF DRILL-MODE THEN
  IF DF-PERTURBATION (DRILL-FAULT-INDEX) = "SUPPRESS" THEN
    MOVE "Y" TO DF-INJECTED-FLAG (DRILL-FAULT-INDEX)
    DISPLAY "DRILL FAULT " DRILL-FAULT-INDEX
      " INJECTED: SUPPRESS FOR FAC " FAC
  ELSE
    WRITE FACTORIAL-RESULT-RECORD FROM FACTORIAL-RESULT-FIELDS
  END-IF
ELSE
  WRITE FACTORIAL-RESULT-RECORD FROM FACTORIAL-RESULT-FIELDS
END-IF.

WRITERESTARTCHECKPOINT.
ADD 1 TO RESTART-ITERATION-COUNTER.
END-IF.
PERFORM WRITERUNTRAILER.
CLOSE COVERAGE-LOG-FILE.
IF NOT DRILL-MODE THEN
  CLOSE COVERAGE-INDEX-FILE
  CLOSE TIMING-FILE
END-IF.
CLOSE FACTORIAL-RESULTS-FILE.
CLOSE EXCEPTION-FILE.
CLOSE VERDICT-FILE.
    MOVE 0 TO RETURN-CODE
END-EVALUATE.
PERFORM WRITERUNLOGRECORD.
IF DRILL-MODE THEN
  PERFORM WRITEDRILLFAULTLOG
ELSE
  PERFORM WRITERUNLEDGERRECORD
END-IF.
STOP RUN.

WRITERUNLOGRECORD.
WRITE RUN-LOG-RECORD FROM RUN-LOG-BATCH-FIELDS.
ADD 1 TO TRANSIN-BATCH-SUB.

*> the shared run ledger carries the same run id as the coverage
*> log.  TRANSIN is counted by every physical record read, headers,
*> trailers and any a restart skipped, the way TRANSVAL counted it,
*> and only in batch mode - a rerun or interactive run reads none.
*> The log is written as its run delimiter, one block per test case
*> and the run trailer, with the blocks as its control total.
WRITERUNLEDGERRECORD.
MOVE PROGRAM-NAME TO LG-PROGRAM-NAME.
MOVE RD-RUN-ID TO LG-RUN-ID.
MOVE RL-START-TIMESTAMP TO LG-START-TIMESTAMP.
MOVE RETURN-CODE TO LG-RETURN-CODE.
MOVE 2 TO LG-FILE-COUNT.
MOVE "testprog.clf" TO LG-FILE-NAME (1).
MOVE ZERO TO LG-RECORDS-READ (1).
COMPUTE LG-RECORDS-WRITTEN (1) = RUN-BLOCK-COUNT + 2.
MOVE ZERO TO LG-RECORDS-REJECTED (1).
MOVE RUN-BLOCK-COUNT TO LG-CONTROL-TOTAL (1).
MOVE "FACOUT" TO LG-FILE-NAME (2).
MOVE ZERO TO LG-RECORDS-READ (2).
MOVE RUN-TRANS-PROCESSED-COUNT TO LG-RECORDS-WRITTEN (2).
MOVE ZERO TO LG-RECORDS-REJECTED (2).
MOVE ZERO TO LG-CONTROL-TOTAL (2).
IF BATCH-MODE THEN
  MOVE 4 TO LG-FILE-COUNT
  MOVE "TRANSIN" TO LG-FILE-NAME (3)
  MOVE TRANSIN-RECORD-POSITION TO LG-RECORDS-READ (3)
  MOVE ZERO TO LG-RECORDS-WRITTEN (3)
  MOVE TRANSERR-REJECT-COUNT TO LG-RECORDS-REJECTED (3)
  MOVE ZERO TO LG-CONTROL-TOTAL (3)
  MOVE "TRANSERR" TO LG-FILE-NAME (4)
  MOVE ZERO TO LG-RECORDS-READ (4)
  COMPUTE LG-RECORDS-WRITTEN (4) = TRANSERR-REJECT-COUNT
    + TRANSERR-SUMMARY-COUNT
  MOVE ZERO TO LG-RECORDS-REJECTED (4)
  MOVE ZERO TO LG-CONTROL-TOTAL (4)
END-IF.
CALL "LEDGWRT" USING RUN-LEDGER-AREA.

*> what the drill was asked to inject and whether it did, for
*> DRILLSC to score against what the controls caught.
WRITEDRILLFAULTLOG.
OPEN EXTEND DRILL-FAULT-LOG-FILE.
IF DRILL-LOG-FILE-STATUS NOT = "00" THEN
  OPEN OUTPUT DRILL-FAULT-LOG-FILE
END-IF.
MOVE RD-RUN-ID TO DFL-RUN-ID.
MOVE RL-START-TIMESTAMP TO DFL-RUN-START-TIMESTAMP.
MOVE RL-END-TIMESTAMP TO DFL-RUN-END-TIMESTAMP.
MOVE 1 TO DRILL-FAULT-INDEX.
PERFORM WRITEONEDRILLFAULTRECORD
  UNTIL DRILL-FAULT-INDEX > DRILL-FAULT-COUNT.
CLOSE DRILL-FAULT-LOG-FILE.

WRITEONEDRILLFAULTRECORD.
MOVE DRILL-FAULT-INDEX TO DFL-FAULT-SEQUENCE.
MOVE DF-FAC (DRILL-FAULT-INDEX) TO DFL-FAC.
MOVE DF-PERTURBATION (DRILL-FAULT-INDEX) TO DFL-PERTURBATION.
MOVE DF-INJECTED-FLAG (DRILL-FAULT-INDEX) TO DFL-INJECTED-FLAG.
MOVE DF-CHANGE-REFERENCE (DRILL-FAULT-INDEX) TO DFL-CHANGE-REFERENCE.
WRITE DRILL-FAULT-LOG-LINE FROM DRILL-FAULT-LOG-RECORD.
ADD 1 TO DRILL-FAULT-INDEX.

END PROGRAM TESTPROG.
